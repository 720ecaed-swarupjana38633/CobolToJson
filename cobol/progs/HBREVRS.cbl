001900*                  FOOTS.  A MIS-KEYED DISCHARGE USED TO MEAN
002000*                  THE ON-CALL PROGRAMMER EDITING MASTER
002100*                  FILES AT MIDNIGHT.
002110* 2026-09-18  DPO  A DISCHARGE REVERSAL NOW ALSO PUTS THE
002120*                  STAY'S SYMPTOM CASE AND TREATMNT ROW BACK
002130*                  FROM SYMARCH/TRTARCH, NOW THAT HBDISCH
002140*                  TAKES THEM OFF THE BED.  REJECTED IF THE
002150*                  BED ALREADY CARRIES A CLINICAL ROW.
002160* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
002170*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
002180*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
002190*                  ROWS AT A TIME.
002191* 2026-10-15  DPO  A TRANSFER REVERSAL NOW MOVES THE PATIENT'S
002192*                  SYMPTOM CASE AND TREATMNT ROW BACK TO THE
002193*                  OLD BED WITH THEM, AS HBXFER NOW MOVES THEM
002194*                  FORWARD.  A DISCHARGE OR TRANSFER REVERSAL
002195*                  ONTO A BED HBCAPMNT HAS SINCE RETIRED OR
002196*                  CLOSED ('R') IS REJECTED - RE-OCCUPYING IT
002197*                  PUT A PATIENT IN A BED TOT-BEDS DOES NOT
002198*                  COUNT.
002200*-----------------------------------------------------------
002300*
002400*-----------------------------------------------------------
002700* NIGHT STREAM.  WHAT EACH TYPE BACKS OUT -
002800*   'D'  DISCHARGE - PATIENT ROW BACK FROM THE ARCHIVE, BED
002900*        BACK TO OCCUPIED (AND OUT OF BEDAVAIL IF HOUSE-
003000*        KEEPING ALREADY RELEASED IT), BILLING VOIDED,
003010*        SYMPTOM CASE AND TREATMNT ROW BACK ON THE BED.
003100*   'X'  TRANSFER - PATIENT ROW BACK TO THE OLD BED, THE
003200*        WRONG NEW BED TO CLEANING-PENDING (HBHOUSE PUTS IT
003300*        BACK IN BEDAVAIL AS USUAL), THE OLD BED RE-OCCUPIED.
003350*        SYMPTOM CASE AND TREATMNT ROW BACK TO THE OLD BED.
003400*   'A'  ADMISSION - PATIENT ROW DELETED, BED BACK TO
003500*        AVAILABLE AND INTO BEDAVAIL.  THE PATIENT-INDEX ROW
003600*        THE ADMISSION TOUCHED IS LEFT ALONE - AN MRN ONCE
003700*        GIVEN OUT IS NEVER REUSED.
003800* A REVERSAL THAT CANNOT BE POSTED SAFELY (BED REOCCUPIED,
003900* NO ARCHIVE ROW, CLINICAL ROW ON BED, BED NOT IN CAPACITY) IS
004000* REJECTED TO THE AUDIT LISTING, NEVER HALF-POSTED.
004100*-----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007310     SELECT SYMPTOM-FILE ASSIGN TO "SYMPIN"
007320         ORGANIZATION IS INDEXED
007330         ACCESS MODE IS RANDOM
007340         RECORD KEY IS BEDIDENT OF SYMPTOM-RECORD.
007350     SELECT TREATMNT-FILE ASSIGN TO "TRTMSTR"
007360         ORGANIZATION IS INDEXED
007370         ACCESS MODE IS RANDOM
007380         RECORD KEY IS BEDIDENT OF TREATMNT-RECORD.
007390     SELECT OPTIONAL SYMP-ARCH-FILE ASSIGN TO "SYMARCH"
007391         ORGANIZATION IS LINE SEQUENTIAL.
007392     SELECT OPTIONAL TRT-ARCH-FILE ASSIGN TO "TRTARCH"
007393         ORGANIZATION IS LINE SEQUENTIAL.
007395     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007397         ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  REV-TRAN-FILE.
009100 01  REV-AUDIT-LINE          PIC X(66).
009200 FD  CONTROL-TOTAL-FILE.
009300 COPY CTLREC.
009310 FD  SYMPTOM-FILE.
009320 COPY SYMPREC.
009330 FD  TREATMNT-FILE.
009340 COPY TRTREC.
009350 FD  SYMP-ARCH-FILE.
009360 COPY SYMARCH.
009370 FD  TRT-ARCH-FILE.
009380 COPY TRTARCH.
009386 FD  BUSINESS-DATE-FILE.
009392 01  BUSINESS-DATE-LINE      PIC X(27).
009400 WORKING-STORAGE SECTION.
009500 01  HB-SWITCHES.
009533     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
009566         88  HB-NO-BUS-DATE      VALUE 'Y'.
009600     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
009700         88  HB-TRAN-EOF         VALUE 'Y'.
009800     03  HB-ARCH-EOF-SW      PIC X(01)   VALUE 'N'.
010500         88  HB-PAT-FOUND        VALUE 'Y'.
010600     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
010700         88  HB-LEDGER-EOF       VALUE 'Y'.
010710     03  HB-CLIN-EOF-SW      PIC X(01)   VALUE 'N'.
010720         88  HB-CLIN-EOF         VALUE 'Y'.
010730     03  HB-CLIN-FOUND-SW    PIC X(01)   VALUE 'N'.
010740         88  HB-CLIN-FOUND       VALUE 'Y'.
010760     03  HB-BED-RETIRED-SW   PIC X(01)   VALUE 'N'.
010780         88  HB-BED-RETIRED      VALUE 'Y'.
010800 01  HB-COUNTERS.
010900     03  HB-DISCH-REV-CT     PIC 9(05)   COMP VALUE ZERO.
011000     03  HB-XFER-REV-CT      PIC 9(05)   COMP VALUE ZERO.
011400     03  HB-ARCH-COUNT       PIC 9(03)   COMP VALUE ZERO.
011500     03  HB-ARCH-IDX         PIC 9(03)   COMP.
011510     03  HB-ARCH-HOLD-IDX    PIC 9(03)   COMP.
011520     03  HB-CASE-REST-CT     PIC 9(05)   COMP VALUE ZERO.
011530     03  HB-TRT-REST-CT      PIC 9(05)   COMP VALUE ZERO.
011560     03  HB-CLIN-BACK-CT     PIC 9(05)   COMP VALUE ZERO.
011600 01  HB-WORK-FIELDS.
011700     03  HB-REV-BEDIDENT     PIC X(04).
011800     03  HB-REV-WARDNO       PIC X(02).
011900     03  HB-BEDAVAIL-N       PIC 9(03).
012000     03  HB-SAVED-PATIENT    PIC X(173)  VALUE SPACES.
012100     03  HB-VOID-INV-NO      PIC 9(07)   VALUE ZERO.
012110     03  HB-REV-MRN          PIC 9(07)   VALUE ZERO.
012120     03  HB-SAVED-CASE       PIC X(82)   VALUE SPACES.
012130     03  HB-SAVED-MED-COUNT  PIC 9(02)   VALUE ZERO.
012140     03  HB-SAVED-TREATMNT   PIC X(639)  VALUE SPACES.
012200*-----------------------------------------------------------
012300* TONIGHT'S PATIENT ARCHIVE, LOADED WHOLE AT INITIALIZATION.
012400* HBDISCH REALLOCATES THE ARCHIVE EACH NORMAL NIGHT, SO THE
013500     03  AU-RESULT           PIC X(20).
013600     03  FILLER              PIC X(01)   VALUE SPACES.
013700     03  AU-TRAN-IMAGE       PIC X(45).
013750 COPY BDATEREC.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
013916     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
013932     IF HB-NO-BUS-DATE
013948         MOVE 16             TO RETURN-CODE
013964         GOBACK
013980     END-IF.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-POST-REVERSAL THRU 2000-EXIT
014200         UNTIL HB-TRAN-EOF.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400     GOBACK.
014404*
014408*-----------------------------------------------------------
014412* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
014416* NO OPEN DATE, NO RUN - THE STREAM IS
014420* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
014424*-----------------------------------------------------------
014428 0100-READ-BUSINESS-DATE.
014432     OPEN INPUT BUSINESS-DATE-FILE.
014436     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
014440         AT END SET HB-NO-BUS-DATE TO TRUE
014444     END-READ.
014448     CLOSE BUSINESS-DATE-FILE.
014452     IF HB-NO-BUS-DATE
014456         DISPLAY 'HBREVRS: NO BUSINESS DATE ON BUSDATE - NOT RUN'
014460         GO TO 0100-EXIT
014464     END-IF.
014468     IF NOT BD-DATE-OPEN
014472         DISPLAY 'HBREVRS: BUSINESS DATE ' BD-BUS-DATE
014476                 ' IS NOT OPEN - NOT RUN'
014480         SET HB-NO-BUS-DATE TO TRUE
014484     END-IF.
014488 0100-EXIT.
014492     EXIT.
014500*
014600 1000-INITIALIZE.
014700     OPEN INPUT  REV-TRAN-FILE.
015000     OPEN I-O    WARD-FILE.
015100     OPEN I-O    BED-FILE.
015200     OPEN I-O    AR-LEDGER-FILE.
015205     OPEN I-O    SYMPTOM-FILE.
015206     OPEN I-O    TREATMNT-FILE.
015210*-----------------------------------------------------------
015220* BILLVOID IS ALLOCATED FRESH BY THE JOB STREAM EACH NIGHT,
015230* THE SAME CONVENTION AS CTLTOTS - EXTEND HERE ONLY STACKS
022000         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
022100         GO TO 3000-EXIT
022200     END-IF.
022210     PERFORM 3200-PROBE-CLINICAL THRU 3200-EXIT.
022220     IF HB-CLIN-FOUND
022230         MOVE 'CLINICAL ROW ON BED' TO AU-RESULT
022240         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
022250         GO TO 3000-EXIT
022260     END-IF.
022265     PERFORM 7150-CHECK-CAPACITY THRU 7150-EXIT.
022270     IF HB-BED-RETIRED
022275         MOVE 'BED NOT IN CAPACITY' TO AU-RESULT
022280         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
022285         GO TO 3000-EXIT
022290     END-IF.
022300     MOVE HB-AR-IMAGE(HB-ARCH-HOLD-IDX) TO PATIENT-RECORD.
022400     WRITE PATIENT-RECORD
022500         INVALID KEY
022800             GO TO 3000-EXIT
022900     END-WRITE.
023000     PERFORM 7000-REOCCUPY-BED THRU 7000-EXIT.
023010     MOVE PAT-MRN            TO HB-REV-MRN.
023020     PERFORM 3300-RESTORE-CASE THRU 3300-EXIT.
023030     PERFORM 3400-RESTORE-TREATMNT THRU 3400-EXIT.
023100     PERFORM 3500-VOID-BILLING THRU 3500-EXIT.
023200     MOVE 'DISCH REVERSED'    TO AU-RESULT.
023300     PERFORM 8200-AUDIT-APPLY THRU 8200-EXIT.
025800     END-IF.
025900 3110-EXIT.
026000     EXIT.
026001*
026002*-----------------------------------------------------------
026003* A CASE OR TREATMNT ROW POSTED SINCE WOULD BE LOST.
026004*-----------------------------------------------------------
026005 3200-PROBE-CLINICAL.
026006     MOVE 'N'                TO HB-CLIN-FOUND-SW.
026007     MOVE HB-REV-BEDIDENT    TO BEDIDENT OF SYMPTOM-RECORD.
026008     READ SYMPTOM-FILE
026009         INVALID KEY
026010             CONTINUE
026011         NOT INVALID KEY
026012             SET HB-CLIN-FOUND TO TRUE
026013             GO TO 3200-EXIT
026014     END-READ.
026015     MOVE HB-REV-BEDIDENT    TO BEDIDENT OF TREATMNT-RECORD.
026016     READ TREATMNT-FILE
026017         INVALID KEY
026018             CONTINUE
026019         NOT INVALID KEY
026020             SET HB-CLIN-FOUND TO TRUE
026021     END-READ.
026022 3200-EXIT.
026023     EXIT.
026024*
026025*-----------------------------------------------------------
026026* EACH CLINICAL ARCHIVE IS WALKED END TO END FOR THE LAST
026027* ROW STAMPED WITH THIS BED AND THE RESTORED MRN.  MED-COUNT
026028* IS SET BEFORE THE TREATMNT IMAGE COMES BACK SO THE MASTER
026029* ROW TAKES THE ARCHIVED LENGTH.
026030*-----------------------------------------------------------
026031 3300-RESTORE-CASE.
026032     MOVE 'N'                TO HB-CLIN-FOUND-SW.
026033     MOVE 'N'                TO HB-CLIN-EOF-SW.
026034     OPEN INPUT SYMP-ARCH-FILE.
026035     PERFORM 3310-MATCH-ONE-CASE THRU 3310-EXIT
026036         UNTIL HB-CLIN-EOF.
026037     CLOSE SYMP-ARCH-FILE.
026038     IF NOT HB-CLIN-FOUND
026039         GO TO 3300-EXIT
026040     END-IF.
026041     MOVE HB-SAVED-CASE      TO SYMPTOM-RECORD.
026042     WRITE SYMPTOM-RECORD
026043         INVALID KEY
026044             DISPLAY 'HBREVRS: CASE RESTORE FAILED - '
026045                 HB-REV-BEDIDENT
026046             GO TO 3300-EXIT
026047     END-WRITE.
026048     ADD 1 TO HB-CASE-REST-CT.
026049 3300-EXIT.
026050     EXIT.
026051*
026052 3310-MATCH-ONE-CASE.
026053     READ SYMP-ARCH-FILE
026054         AT END
026055             SET HB-CLIN-EOF TO TRUE
026056             GO TO 3310-EXIT
026057     END-READ.
026058     IF SA-BEDIDENT = HB-REV-BEDIDENT AND SA-MRN = HB-REV-MRN
026059         SET HB-CLIN-FOUND TO TRUE
026060         MOVE SA-SYMPTOM-DATA TO HB-SAVED-CASE
026061     END-IF.
026062 3310-EXIT.
026063     EXIT.
026064*
026065 3400-RESTORE-TREATMNT.
026066     MOVE 'N'                TO HB-CLIN-FOUND-SW.
026067     MOVE 'N'                TO HB-CLIN-EOF-SW.
026068     OPEN INPUT TRT-ARCH-FILE.
026069     PERFORM 3410-MATCH-ONE-TREATMNT THRU 3410-EXIT
026070         UNTIL HB-CLIN-EOF.
026071     CLOSE TRT-ARCH-FILE.
026072     IF NOT HB-CLIN-FOUND
026073         GO TO 3400-EXIT
026074     END-IF.
026075     MOVE HB-SAVED-MED-COUNT TO MED-COUNT.
026076     MOVE HB-SAVED-TREATMNT  TO TREATMNT-RECORD.
026077     WRITE TREATMNT-RECORD
026078         INVALID KEY
026079             DISPLAY 'HBREVRS: TREATMNT RESTORE FAILED - '
026080                 HB-REV-BEDIDENT
026081             GO TO 3400-EXIT
026082     END-WRITE.
026083     ADD 1 TO HB-TRT-REST-CT.
026084 3400-EXIT.
026085     EXIT.
026086*
026087 3410-MATCH-ONE-TREATMNT.
026088     READ TRT-ARCH-FILE
026089         AT END
026090             SET HB-CLIN-EOF TO TRUE
026091             GO TO 3410-EXIT
026092     END-READ.
026093     IF TA-BEDIDENT = HB-REV-BEDIDENT AND TA-MRN = HB-REV-MRN
026094         SET HB-CLIN-FOUND TO TRUE
026095         MOVE TA-MED-COUNT   TO HB-SAVED-MED-COUNT
026096         MOVE TA-TREATMNT-DATA TO HB-SAVED-TREATMNT
026097     END-IF.
026098 3410-EXIT.
026099     EXIT.
026100*
026200*-----------------------------------------------------------
026300* A BILLVOID ROW STOPS HBBILL FROM INVOICING THE STAY IF
034400         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
034500         GO TO 4000-EXIT
034600     END-IF.
034607     PERFORM 7150-CHECK-CAPACITY THRU 7150-EXIT.
034614     IF HB-BED-RETIRED
034621         MOVE 'BED NOT IN CAPACITY' TO AU-RESULT
034628         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
034635         GO TO 4000-EXIT
034642     END-IF.
034649     PERFORM 3200-PROBE-CLINICAL THRU 3200-EXIT.
034656     IF HB-CLIN-FOUND
034663         MOVE 'CLINICAL ROW ON BED' TO AU-RESULT
034670         PERFORM 8100-AUDIT-REJECT THRU 8100-EXIT
034677         GO TO 4000-EXIT
034684     END-IF.
034700     MOVE HB-SAVED-PATIENT   TO PATIENT-RECORD.
034800     MOVE REV-NEW-BEDIDENT   TO BEDIDENT OF PATIENT-RECORD.
034900     DELETE PATIENT-FILE RECORD
036200             GO TO 4000-EXIT
036300     END-WRITE.
036400     PERFORM 7000-REOCCUPY-BED THRU 7000-EXIT.
036450     PERFORM 4100-MOVE-CLINICAL-BACK THRU 4100-EXIT.
036500     MOVE REV-NEW-BEDIDENT   TO HB-REV-BEDIDENT.
036600     PERFORM 7400-MAKE-BED-CLEANING THRU 7400-EXIT.
036700     MOVE 'XFER REVERSED'     TO AU-RESULT.
036900     ADD 1 TO HB-XFER-REV-CT.
037000 4000-EXIT.
037100     EXIT.
037101*
037102*-----------------------------------------------------------
037103* THE CASE AND TREATMNT ROW HBXFER MOVED TO THE WRONG NEW BED
037104* GO BACK TO THE OLD ONE WITH THE PATIENT - WRITTEN UNDER THE
037105* OLD KEY FIRST, THEN DELETED UNDER THE NEW, AS HBXFER DOES.
037106* 4000 HAS ALREADY REFUSED AN OLD BED CARRYING A CLINICAL ROW
037107* OF ITS OWN.  A PATIENT WITH NO CLINICAL ROWS HAS NOTHING TO
037108* MOVE.
037109*-----------------------------------------------------------
037110 4100-MOVE-CLINICAL-BACK.
037111     PERFORM 4110-MOVE-CASE-BACK THRU 4110-EXIT.
037112     PERFORM 4120-MOVE-TREATMNT-BACK THRU 4120-EXIT.
037113 4100-EXIT.
037114     EXIT.
037115*
037116 4110-MOVE-CASE-BACK.
037117     MOVE REV-NEW-BEDIDENT   TO BEDIDENT OF SYMPTOM-RECORD.
037118     READ SYMPTOM-FILE
037119         INVALID KEY
037120             GO TO 4110-EXIT
037121     END-READ.
037122     MOVE BEDIDENT OF REV-TRAN-RECORD
037123                             TO BEDIDENT OF SYMPTOM-RECORD.
037124     WRITE SYMPTOM-RECORD
037125         INVALID KEY
037126             DISPLAY 'HBREVRS: CASE MOVE FAILED - '
037127                 REV-NEW-BEDIDENT
037128             GO TO 4110-EXIT
037129     END-WRITE.
037130     MOVE REV-NEW-BEDIDENT   TO BEDIDENT OF SYMPTOM-RECORD.
037131     DELETE SYMPTOM-FILE RECORD
037132         INVALID KEY
037133             DISPLAY 'HBREVRS: CASE DELETE FAILED - '
037134                 REV-NEW-BEDIDENT
037135     END-DELETE.
037136     ADD 1 TO HB-CLIN-BACK-CT.
037137 4110-EXIT.
037138     EXIT.
037139*
037140 4120-MOVE-TREATMNT-BACK.
037141     MOVE REV-NEW-BEDIDENT   TO BEDIDENT OF TREATMNT-RECORD.
037142     READ TREATMNT-FILE
037143         INVALID KEY
037144             GO TO 4120-EXIT
037145     END-READ.
037146     MOVE BEDIDENT OF REV-TRAN-RECORD
037147                             TO BEDIDENT OF TREATMNT-RECORD.
037148     WRITE TREATMNT-RECORD
037149         INVALID KEY
037150             DISPLAY 'HBREVRS: TREATMNT MOVE FAILED - '
037151                 REV-NEW-BEDIDENT
037152             GO TO 4120-EXIT
037153     END-WRITE.
037154     MOVE REV-NEW-BEDIDENT   TO BEDIDENT OF TREATMNT-RECORD.
037155     DELETE TREATMNT-FILE RECORD
037156         INVALID KEY
037157             DISPLAY 'HBREVRS: TREATMNT DELETE FAILED - '
037158                 REV-NEW-BEDIDENT
037159     END-DELETE.
037160     ADD 1 TO HB-CLIN-BACK-CT.
037161 4120-EXIT.
037162     EXIT.
037200*
037300*-----------------------------------------------------------
037400* ADMISSION REVERSAL - THE PATIENT ROW GOES, THE BED COMES
044700     SET HB-BED-FOUND TO TRUE.
044800 7100-EXIT.
044900     EXIT.
044905*
044910*-----------------------------------------------------------
044915* A BED HBCAPMNT HAS RETIRED OR CLOSED SINCE THE ORIGINAL
044920* POSTING ('R') IS NOT IN ITS WARD'S TOT-BEDS, SO NOBODY CAN
044925* BE PUT BACK IN IT HERE - 7000-REOCCUPY-BED WOULD TURN IT TO
044930* 'O' AND THE WARD'S COUNTS WOULD NO LONGER ADD UP.  THE DESK
044935* PLACES THE PATIENT BY HAND.  THE CALLER LOADS HB-REV-BEDIDENT.
044940*-----------------------------------------------------------
044945 7150-CHECK-CAPACITY.
044950     MOVE 'N'                TO HB-BED-RETIRED-SW.
044955     PERFORM 7100-READ-BED-ROW THRU 7100-EXIT.
044960     IF HB-BED-FOUND AND BED-RETIRED
044965         SET HB-BED-RETIRED TO TRUE
044970     END-IF.
044975 7150-EXIT.
044980     EXIT.
045000*
045100*-----------------------------------------------------------
045200* CALLER LOADS BEDIDENT OF PATIENT-RECORD'S KEY VALUE INTO
059100     CLOSE AR-LEDGER-FILE.
059200     CLOSE BILL-VOID-FILE.
059300     CLOSE REV-AUDIT-FILE.
059310     CLOSE SYMPTOM-FILE.
059320     CLOSE TREATMNT-FILE.
059400     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
059500     DISPLAY 'HBREVRS: DISCHARGES REVERSED = ' HB-DISCH-REV-CT.
059600     DISPLAY 'HBREVRS: TRANSFERS REVERSED  = ' HB-XFER-REV-CT.
059700     DISPLAY 'HBREVRS: ADMISSIONS REVERSED = ' HB-ADMIT-REV-CT.
059800     DISPLAY 'HBREVRS: REJECTED            = ' HB-REJECTED-CT.
059900     DISPLAY 'HBREVRS: LEDGER ROWS VOIDED  = ' HB-LEDGER-VOID-CT.
059910     DISPLAY 'HBREVRS: CASES RESTORED      = ' HB-CASE-REST-CT.
059920     DISPLAY 'HBREVRS: TREATMNT RESTORED   = ' HB-TRT-REST-CT.
059960     DISPLAY 'HBREVRS: CLINICAL MOVED BACK = ' HB-CLIN-BACK-CT.
060000 9000-EXIT.
060100     EXIT.
060200*
060300 9100-WRITE-CONTROL-TOTALS.
060400     OPEN EXTEND CONTROL-TOTAL-FILE.
060450     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
060500     MOVE 'HBREVRS'          TO CTL-PROG-NAME.
060600     MOVE 'DISCH REVERSED'     TO CTL-COUNTER-NAME.
060700     MOVE HB-DISCH-REV-CT    TO CTL-COUNT.
061500     MOVE 'REJECTED'           TO CTL-COUNTER-NAME.
061600     MOVE HB-REJECTED-CT     TO CTL-COUNT.
061700     WRITE CONTROL-TOTAL-RECORD.
061710     MOVE 'CASES RESTORED'     TO CTL-COUNTER-NAME.
061720     MOVE HB-CASE-REST-CT    TO CTL-COUNT.
061730     WRITE CONTROL-TOTAL-RECORD.
061740     MOVE 'TREATMNT RESTORED'  TO CTL-COUNTER-NAME.
061750     MOVE HB-TRT-REST-CT     TO CTL-COUNT.
061760     WRITE CONTROL-TOTAL-RECORD.
061770     MOVE 'CLINICAL MOVED BACK' TO CTL-COUNTER-NAME.
061780     MOVE HB-CLIN-BACK-CT    TO CTL-COUNT.
061790     WRITE CONTROL-TOTAL-RECORD.
061800     CLOSE CONTROL-TOTAL-FILE.
061900 9100-EXIT.
062000     EXIT.
