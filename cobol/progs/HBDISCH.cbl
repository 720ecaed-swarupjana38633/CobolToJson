001393*                  TRUNCATE THE ARCHIVE ROWS FOR THE VERY
001394*                  TRANSACTIONS IT THEN SKIPPED, LOSING THE
001395*                  ONLY COPY OF EVERY ALREADY-POSTED ROW.
001396* 2026-09-18  DPO  STAY'S SYMPTOM CASE AND TREATMNT ROW NOW
001397*                  MOVED TO SYMARCH/TRTARCH UNDER PAT-MRN AND
001398*                  DISCHARGE DATE AND DELETED - THE NEXT
001399*                  OCCUPANT OF THE BED WAS INHERITING THEM.
001400* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
001401*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
001402*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
001403*                  ROWS AT A TIME.
001450*-----------------------------------------------------------
001500*
001600*-----------------------------------------------------------
001700* DISCH-TRAN-FILE HOLDS ONE DISCHARGE-RECORD PER BED BEING
002310*      BED-STATUS MASTER - HOUSEKEEPING'S COMPLETION
002320*      TRANSACTION (HBHOUSE) IS WHAT PUTS IT BACK INTO
002330*      WARD.BEDAVAIL
002340*   4. MOVES THE BED'S SYMPTOM CASE AND TREATMNT ROW, IF ANY,
002350*      TO THE CLINICAL ARCHIVES AND OFF THE MASTERS
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004440         RECORD KEY IS RUN-PROG-NAME.
004450     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
004460         ORGANIZATION IS LINE SEQUENTIAL.
004461     SELECT SYMPTOM-FILE ASSIGN TO "SYMPIN"
004462         ORGANIZATION IS INDEXED
004463         ACCESS MODE IS RANDOM
004464         RECORD KEY IS BEDIDENT OF SYMPTOM-RECORD.
004465     SELECT TREATMNT-FILE ASSIGN TO "TRTMSTR"
004466         ORGANIZATION IS INDEXED
004467         ACCESS MODE IS RANDOM
004468         RECORD KEY IS BEDIDENT OF TREATMNT-RECORD.
004469     SELECT SYMP-ARCH-FILE ASSIGN TO "SYMARCH"
004470         ORGANIZATION IS LINE SEQUENTIAL.
004471     SELECT TRT-ARCH-FILE ASSIGN TO "TRTARCH"
004472         ORGANIZATION IS LINE SEQUENTIAL.
004481     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004490         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DISCH-TRAN-FILE.
005620 COPY RUNCTL.
005630 FD  CONTROL-TOTAL-FILE.
005640 COPY CTLREC.
005650 FD  SYMPTOM-FILE.
005660 COPY SYMPREC.
005670 FD  TREATMNT-FILE.
005680 COPY TRTREC.
005690 FD  SYMP-ARCH-FILE.
005691 COPY SYMARCH.
005692 FD  TRT-ARCH-FILE.
005693 COPY TRTARCH.
005695 FD  BUSINESS-DATE-FILE.
005697 01  BUSINESS-DATE-LINE      PIC X(27).
005700 WORKING-STORAGE SECTION.
005800 01  HB-SWITCHES.
005833     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005866         88  HB-NO-BUS-DATE      VALUE 'Y'.
005900     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
006000         88  HB-TRAN-EOF         VALUE 'Y'.
006100 01  HB-WORK-FIELDS.
006410     03  HB-PROCESSED-CT     PIC 9(07)   COMP VALUE ZERO.
006420     03  HB-RESTART-SKIP-CT  PIC 9(07)   COMP VALUE ZERO.
006430     03  HB-SKIP-CT          PIC 9(07)   COMP VALUE ZERO.
006440     03  HB-CASE-ARCH-CT     PIC 9(05)   COMP VALUE ZERO.
006450     03  HB-TRT-ARCH-CT      PIC 9(05)   COMP VALUE ZERO.
006475 COPY BDATEREC.
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
006616     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
006632     IF HB-NO-BUS-DATE
006648         MOVE 16             TO RETURN-CODE
006664         GOBACK
006680     END-IF.
006700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006800     PERFORM 2000-POST-DISCHARGE THRU 2000-EXIT
006900         UNTIL HB-TRAN-EOF.
007000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007100     GOBACK.
007104*
007108*-----------------------------------------------------------
007112* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
007116* NO OPEN DATE, NO RUN - THE STREAM IS
007120* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
007124*-----------------------------------------------------------
007128 0100-READ-BUSINESS-DATE.
007132     OPEN INPUT BUSINESS-DATE-FILE.
007136     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
007140         AT END SET HB-NO-BUS-DATE TO TRUE
007144     END-READ.
007148     CLOSE BUSINESS-DATE-FILE.
007152     IF HB-NO-BUS-DATE
007156         DISPLAY 'HBDISCH: NO BUSINESS DATE ON BUSDATE - NOT RUN'
007160         GO TO 0100-EXIT
007164     END-IF.
007168     IF NOT BD-DATE-OPEN
007172         DISPLAY 'HBDISCH: BUSINESS DATE ' BD-BUS-DATE
007176                 ' IS NOT OPEN - NOT RUN'
007180         SET HB-NO-BUS-DATE TO TRUE
007184     END-IF.
007188 0100-EXIT.
007192     EXIT.
007200*
007300 1000-INITIALIZE.
007400     OPEN INPUT  DISCH-TRAN-FILE.
007496         OPEN OUTPUT DISCH-ARCH-FILE
007497         OPEN OUTPUT PATIENT-ARCH-FILE
007498     END-IF.
007508     IF HB-RESTART-SKIP-CT > ZERO
007518         OPEN EXTEND SYMP-ARCH-FILE
007528         OPEN EXTEND TRT-ARCH-FILE
007538     ELSE
007548         OPEN OUTPUT SYMP-ARCH-FILE
007558         OPEN OUTPUT TRT-ARCH-FILE
007568     END-IF.
007600     OPEN I-O    PATIENT-FILE.
007700     OPEN I-O    SYMPTOM-FILE.
007710     OPEN I-O    TREATMNT-FILE.
007800     OPEN I-O    BED-FILE.
007900     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
007910     PERFORM 1200-SKIP-POSTED-TRAN THRU 1200-EXIT
010100                 BEDIDENT OF PATIENT-RECORD
010200     END-DELETE.
010300     PERFORM 3000-MARK-BED-CLEANING THRU 3000-EXIT.
010310     PERFORM 3100-ARCHIVE-CASE THRU 3100-EXIT.
010320     PERFORM 3200-ARCHIVE-TREATMNT THRU 3200-EXIT.
010400     ADD 1 TO HB-DISCH-CT.
010500 2000-EXIT.
010510     PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT.
013795     END-IF.
013800 3000-EXIT.
013900     EXIT.
013910*
013911*-----------------------------------------------------------
013912* THE BED'S SYMPTOM CASE, OPEN OR CLOSED, GOES TO THE
013913* CLINICAL ARCHIVE UNDER THE DEPARTING PATIENT'S MRN (STILL
013914* IN PATIENT-RECORD - THE DELETE ABOVE DOES NOT CLEAR THE
013915* RECORD AREA) AND COMES OFF THE MASTER.  A BED WITH NO CASE
013916* HAS NOTHING TO MOVE.
013917*-----------------------------------------------------------
013918 3100-ARCHIVE-CASE.
013919     MOVE BEDIDENT OF DISCHARGE-RECORD
013920                             TO BEDIDENT OF SYMPTOM-RECORD.
013921     READ SYMPTOM-FILE
013922         INVALID KEY
013923             GO TO 3100-EXIT
013924     END-READ.
013925     MOVE PAT-MRN            TO SA-MRN.
013926     MOVE DISCH-DATE         TO SA-DISCH-DATE.
013927     MOVE SYMPTOM-RECORD     TO SA-SYMPTOM-DATA.
013928     WRITE SYMPTOM-ARCH-RECORD.
013929     DELETE SYMPTOM-FILE RECORD
013930         INVALID KEY
013931             DISPLAY 'HBDISCH: CASE DELETE FAILED - '
013932                 BEDIDENT OF DISCHARGE-RECORD
013933     END-DELETE.
013934     ADD 1 TO HB-CASE-ARCH-CT.
013935 3100-EXIT.
013936     EXIT.
013937*
013938*-----------------------------------------------------------
013939* SAME FOR THE TREATMNT ROW.  TA-MED-COUNT IS SET BEFORE THE
013940* IMAGE IS MOVED SO THE ARCHIVE ROW TAKES THE SAME LENGTH AS
013941* THE MASTER ROW AND THE TAIL FIELDS LAND BEHIND THE LAST
013942* MEDICATION ENTRY, WHERE TRTARCH EXPECTS THEM.
013943*-----------------------------------------------------------
013944 3200-ARCHIVE-TREATMNT.
013945     MOVE BEDIDENT OF DISCHARGE-RECORD
013946                             TO BEDIDENT OF TREATMNT-RECORD.
013947     READ TREATMNT-FILE
013948         INVALID KEY
013949             GO TO 3200-EXIT
013950     END-READ.
013951     MOVE PAT-MRN            TO TA-MRN.
013952     MOVE DISCH-DATE         TO TA-DISCH-DATE.
013953     MOVE MED-COUNT          TO TA-MED-COUNT.
013954     MOVE TREATMNT-RECORD    TO TA-TREATMNT-DATA.
013955     WRITE TREATMNT-ARCH-RECORD.
013956     DELETE TREATMNT-FILE RECORD
013957         INVALID KEY
013958             DISPLAY 'HBDISCH: TREATMNT DELETE FAILED - '
013959                 BEDIDENT OF DISCHARGE-RECORD
013960     END-DELETE.
013961     ADD 1 TO HB-TRT-ARCH-CT.
013962 3200-EXIT.
013963     EXIT.
014000*
014010*-----------------------------------------------------------
014020* ONE REWRITE PER TRANSACTION CONSUMED - POSTED OR REJECTED,
014400     CLOSE PATIENT-FILE.
014500     CLOSE PATIENT-ARCH-FILE.
014600     CLOSE BED-FILE.
014601     CLOSE SYMPTOM-FILE.
014602     CLOSE TREATMNT-FILE.
014603     CLOSE SYMP-ARCH-FILE.
014604     CLOSE TRT-ARCH-FILE.
014610     MOVE ZERO               TO RUN-POSTED-CT.
014620     REWRITE RUN-CONTROL-RECORD
014630         INVALID KEY
014670     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
014700     DISPLAY 'HBDISCH: DISCHARGES POSTED = ' HB-DISCH-CT.
014800     DISPLAY 'HBDISCH: UNMATCHED PATIENT = ' HB-NOMATCH-CT.
014810     DISPLAY 'HBDISCH: CASES ARCHIVED    = ' HB-CASE-ARCH-CT.
014820     DISPLAY 'HBDISCH: TREATMNT ARCHIVED = ' HB-TRT-ARCH-CT.
014900 9000-EXIT.
015000     EXIT.
015100*
015200 9100-WRITE-CONTROL-TOTALS.
015300     OPEN EXTEND CONTROL-TOTAL-FILE.
015350     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
015400     MOVE 'HBDISCH'          TO CTL-PROG-NAME.
015500     MOVE 'DISCHARGES POSTED'  TO CTL-COUNTER-NAME.
015600     MOVE HB-DISCH-CT        TO CTL-COUNT.
015800     MOVE 'UNMATCHED PATIENTS' TO CTL-COUNTER-NAME.
015900     MOVE HB-NOMATCH-CT      TO CTL-COUNT.
016000     WRITE CONTROL-TOTAL-RECORD.
016010     MOVE 'CASES ARCHIVED'     TO CTL-COUNTER-NAME.
016020     MOVE HB-CASE-ARCH-CT    TO CTL-COUNT.
016030     WRITE CONTROL-TOTAL-RECORD.
016040     MOVE 'TREATMNT ARCHIVED'  TO CTL-COUNTER-NAME.
016050     MOVE HB-TRT-ARCH-CT     TO CTL-COUNT.
016060     WRITE CONTROL-TOTAL-RECORD.
016100     CLOSE CONTROL-TOTAL-FILE.
016200 9100-EXIT.
016300     EXIT.
