002451*                  THE WARD CLERKS WORK ONE FILE.  INFECTION
002452*                  CONTROL HAS WANTED THIS SINCE THE
002453*                  CO-LOCATION EXPOSURE REPORT.
002454* 2026-09-22  DPO  THE WARD-TRANSFER AUDIT ROW NOW CARRIES
002455*                  THE PATIENT'S MRN (XFER-MRN) FOR THE
002456*                  PATIENT HISTORY ABSTRACT (HBHIST).
002457* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
002458*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
002459*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
002460*                  ROWS AT A TIME.
002462* 2026-10-15  DPO  THE PATIENT'S SYMPTOM CASE AND TREATMNT ROW
002464*                  NOW MOVE WITH THE PATIENT TO THE NEW BED -
002466*                  LEFT ON THE OLD BED THEY WERE MISSED BY THE
002468*                  DISCHARGE ARCHIVE AND INHERITED BY THE NEXT
002470*                  OCCUPANT.  A MOVE ONTO A BED THAT ALREADY
002472*                  CARRIES A CLINICAL ROW IS REJECTED.
002480*-----------------------------------------------------------
002500*
002600*-----------------------------------------------------------
002700* A MOVE WITHIN THE SAME WARD (A BED-TO-BED TRANSFER IN
004940         RECORD KEY IS RUN-PROG-NAME.
004950     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
004960         ORGANIZATION IS LINE SEQUENTIAL.
004961     SELECT SYMPTOM-FILE ASSIGN TO "SYMPIN"
004962         ORGANIZATION IS INDEXED
004963         ACCESS MODE IS RANDOM
004964         RECORD KEY IS BEDIDENT OF SYMPTOM-RECORD.
004965     SELECT TREATMNT-FILE ASSIGN TO "TRTMSTR"
004966         ORGANIZATION IS INDEXED
004967         ACCESS MODE IS RANDOM
004968         RECORD KEY IS BEDIDENT OF TREATMNT-RECORD.
004970     SELECT BED-FILE ASSIGN TO "BEDMSTR"
004980         ORGANIZATION IS INDEXED
004990         ACCESS MODE IS RANDOM
004995         RECORD KEY IS BEDIDENT OF BED-ATTR-RECORD.
004996     SELECT XFER-REJECT-FILE ASSIGN TO "XFERREJ"
004997         ORGANIZATION IS LINE SEQUENTIAL.
004998     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004999         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  XFER-TRAN-FILE.
005920 COPY RUNCTL.
005930 FD  CONTROL-TOTAL-FILE.
005940 COPY CTLREC.
005942 FD  SYMPTOM-FILE.
005944 COPY SYMPREC.
005946 FD  TREATMNT-FILE.
005948 COPY TRTREC.
005950 FD  BED-FILE.
005960 COPY BEDREC.
005970 FD  BED-ATTR-FILE.
005980 COPY BEDATREC.
005990 FD  XFER-REJECT-FILE.
005991 01  XFER-REJECT-LINE         PIC X(51).
005994 FD  BUSINESS-DATE-FILE.
005997 01  BUSINESS-DATE-LINE      PIC X(27).
006000 WORKING-STORAGE SECTION.
006100 01  HB-SWITCHES.
006133     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
006166         88  HB-NO-BUS-DATE      VALUE 'Y'.
006200     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
006300         88  HB-TRAN-EOF         VALUE 'Y'.
006400     03  HB-TO-WARD-FULL-SW  PIC X(01)   VALUE 'N'.
006593         88  HB-BED-FOUND        VALUE 'Y'.
006594     03  HB-ATTR-MISS-SW     PIC X(01)   VALUE 'N'.
006595         88  HB-ATTR-MISSING     VALUE 'Y'.
006596     03  HB-CLIN-FOUND-SW    PIC X(01)   VALUE 'N'.
006597         88  HB-CLIN-FOUND       VALUE 'Y'.
006600 01  HB-COUNTERS.
006700     03  HB-MOVED-CT         PIC 9(05)   COMP VALUE ZERO.
006800     03  HB-WARD-CHANGE-CT   PIC 9(05)   COMP VALUE ZERO.
007020     03  HB-RESTART-SKIP-CT  PIC 9(07)   COMP VALUE ZERO.
007030     03  HB-SKIP-CT          PIC 9(07)   COMP VALUE ZERO.
007040     03  HB-ATTR-REJ-CT      PIC 9(05)   COMP VALUE ZERO.
007070     03  HB-CLIN-MOVED-CT    PIC 9(05)   COMP VALUE ZERO.
007100 01  HB-WORK-FIELDS.
007200     03  HB-FROM-WARDNO      PIC X(02).
007300     03  HB-TO-WARDNO        PIC X(02).
007470     03  XR-REASON           PIC X(03).
007480     03  FILLER              PIC X(01)   VALUE SPACES.
007490     03  XR-TRAN-IMAGE       PIC X(47).
007495 COPY BDATEREC.
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007616     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
007632     IF HB-NO-BUS-DATE
007648         MOVE 16             TO RETURN-CODE
007664         GOBACK
007680     END-IF.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     PERFORM 2000-POST-TRANSFER THRU 2000-EXIT
007900         UNTIL HB-TRAN-EOF.
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008100     GOBACK.
008104*
008108*-----------------------------------------------------------
008112* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
008116* NO OPEN DATE, NO RUN - THE STREAM IS
008120* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
008124*-----------------------------------------------------------
008128 0100-READ-BUSINESS-DATE.
008132     OPEN INPUT BUSINESS-DATE-FILE.
008136     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
008140         AT END SET HB-NO-BUS-DATE TO TRUE
008144     END-READ.
008148     CLOSE BUSINESS-DATE-FILE.
008152     IF HB-NO-BUS-DATE
008156         DISPLAY 'HBXFER: NO BUSINESS DATE ON BUSDATE - NOT RUN'
008160         GO TO 0100-EXIT
008164     END-IF.
008168     IF NOT BD-DATE-OPEN
008172         DISPLAY 'HBXFER: BUSINESS DATE ' BD-BUS-DATE
008176                 ' IS NOT OPEN - NOT RUN'
008180         SET HB-NO-BUS-DATE TO TRUE
008184     END-IF.
008188 0100-EXIT.
008192     EXIT.
008200*
008300 1000-INITIALIZE.
008400     OPEN INPUT XFER-TRAN-FILE.
008615* THE WARD CLERKS WORK ONE FILE.
008616*-----------------------------------------------------------
008617     OPEN EXTEND XFER-REJECT-FILE.
008618     OPEN I-O    SYMPTOM-FILE.
008619     OPEN I-O    TREATMNT-FILE.
008620     OPEN I-O    RUN-CONTROL-FILE.
008630     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
008640*-----------------------------------------------------------
011200             GO TO 2000-EXIT
011300         END-IF
011310     END-IF.
011311     PERFORM 2200-PROBE-CLINICAL THRU 2200-EXIT.
011312     IF HB-CLIN-FOUND
011313         ADD 1 TO HB-REJECTED-CT
011314         DISPLAY 'HBXFER: CLINICAL ROW ON TO-BED, REJECTED - '
011315             BEDIDENT OF XFER-TRAN-RECORD
011316         GO TO 2000-EXIT
011317     END-IF.
011320     IF HB-FROM-WARDNO NOT = HB-TO-WARDNO
011400         PERFORM 2100-WRITE-AUDIT-ROW THRU 2100-EXIT
011410     END-IF.
012820         PERFORM 2190-MARK-OLD-BED-CLEANING THRU 2190-EXIT
012830         PERFORM 2195-MARK-NEW-BED-OCCUPIED THRU 2195-EXIT
012840     END-IF.
012850     IF NOT HB-SAME-BED
012860         PERFORM 2300-MOVE-CLINICAL THRU 2300-EXIT
012870     END-IF.
012900     ADD 1 TO HB-MOVED-CT.
013000 2000-EXIT.
013010     PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT.
014100                       TO TRANSFER-DATE OF WARD-TRANSFER-RECORD.
014200     MOVE TRANSFER-REASON OF XFER-TRAN-RECORD
014300                       TO TRANSFER-REASON OF WARD-TRANSFER-RECORD.
014350     MOVE PAT-MRN         TO XFER-MRN.
014400     WRITE WARD-TRANSFER-RECORD.
014500     ADD 1 TO HB-WARD-CHANGE-CT.
014600 2100-EXIT.
014700     EXIT.
014800*
014801*-----------------------------------------------------------
014802* THE SYMPTOM AND TREATMNT MASTERS ARE KEYED BY BEDIDENT, SO
014803* THE DESTINATION BED IS PROBED ON BOTH BEFORE ANYTHING IS
014804* POSTED - A ROW ALREADY THERE BELONGS TO SOMEBODY ELSE AND
014805* WOULD STOP THE PATIENT'S OWN ROW FOLLOWING THEM.  A MOVE
014806* THAT DOES NOT CHANGE BEDS HAS NOTHING TO PROBE.
014807*-----------------------------------------------------------
014808 2200-PROBE-CLINICAL.
014809     MOVE 'N'                TO HB-CLIN-FOUND-SW.
014810     IF HB-SAME-BED
014811         GO TO 2200-EXIT
014812     END-IF.
014813     MOVE NEW-BEDIDENT OF XFER-TRAN-RECORD
014814                             TO BEDIDENT OF SYMPTOM-RECORD.
014815     READ SYMPTOM-FILE
014816         INVALID KEY
014817             CONTINUE
014818         NOT INVALID KEY
014819             SET HB-CLIN-FOUND TO TRUE
014820             GO TO 2200-EXIT
014821     END-READ.
014822     MOVE NEW-BEDIDENT OF XFER-TRAN-RECORD
014823                             TO BEDIDENT OF TREATMNT-RECORD.
014824     READ TREATMNT-FILE
014825         INVALID KEY
014826             CONTINUE
014827         NOT INVALID KEY
014828             SET HB-CLIN-FOUND TO TRUE
014829     END-READ.
014830 2200-EXIT.
014831     EXIT.
014832*
014833*-----------------------------------------------------------
014834* THE PATIENT'S OPEN CASE AND TREATMNT ROW FOLLOW THEM TO THE
014835* NEW BED - WRITTEN UNDER THE NEW KEY FIRST, THEN DELETED
014836* UNDER THE OLD, SO A FAILED WRITE LEAVES THE ROW WHERE IT
014837* WAS RATHER THAN NOWHERE.  HBDISCH ARCHIVES THEM FROM THE
014838* DISCHARGE BED, AND THE VACATED BED'S NEXT OCCUPANT STARTS
014839* CLEAN.  A PATIENT WITH NO CLINICAL ROWS HAS NOTHING TO MOVE.
014840* MED-COUNT IS SET BY THE READ OF THE TREATMNT ROW ITSELF.
014841*-----------------------------------------------------------
014842 2300-MOVE-CLINICAL.
014843     PERFORM 2310-MOVE-CASE THRU 2310-EXIT.
014844     PERFORM 2320-MOVE-TREATMNT THRU 2320-EXIT.
014845 2300-EXIT.
014846     EXIT.
014847*
014848 2310-MOVE-CASE.
014849     MOVE BEDIDENT OF XFER-TRAN-RECORD
014850                             TO BEDIDENT OF SYMPTOM-RECORD.
014851     READ SYMPTOM-FILE
014852         INVALID KEY
014853             GO TO 2310-EXIT
014854     END-READ.
014855     MOVE NEW-BEDIDENT OF XFER-TRAN-RECORD
014856                             TO BEDIDENT OF SYMPTOM-RECORD.
014857     WRITE SYMPTOM-RECORD
014858         INVALID KEY
014859             DISPLAY 'HBXFER: CASE MOVE FAILED - '
014860                 BEDIDENT OF XFER-TRAN-RECORD
014861             GO TO 2310-EXIT
014862     END-WRITE.
014863     MOVE BEDIDENT OF XFER-TRAN-RECORD
014864                             TO BEDIDENT OF SYMPTOM-RECORD.
014865     DELETE SYMPTOM-FILE RECORD
014866         INVALID KEY
014867             DISPLAY 'HBXFER: CASE DELETE FAILED - '
014868                 BEDIDENT OF XFER-TRAN-RECORD
014869     END-DELETE.
014870     ADD 1 TO HB-CLIN-MOVED-CT.
014871 2310-EXIT.
014872     EXIT.
014873*
014874 2320-MOVE-TREATMNT.
014875     MOVE BEDIDENT OF XFER-TRAN-RECORD
014876                             TO BEDIDENT OF TREATMNT-RECORD.
014877     READ TREATMNT-FILE
014878         INVALID KEY
014879             GO TO 2320-EXIT
014880     END-READ.
014881     MOVE NEW-BEDIDENT OF XFER-TRAN-RECORD
014882                             TO BEDIDENT OF TREATMNT-RECORD.
014883     WRITE TREATMNT-RECORD
014884         INVALID KEY
014885             DISPLAY 'HBXFER: TREATMNT MOVE FAILED - '
014886                 BEDIDENT OF XFER-TRAN-RECORD
014887             GO TO 2320-EXIT
014888     END-WRITE.
014889     MOVE BEDIDENT OF XFER-TRAN-RECORD
014890                             TO BEDIDENT OF TREATMNT-RECORD.
014891     DELETE TREATMNT-FILE RECORD
014892         INVALID KEY
014893             DISPLAY 'HBXFER: TREATMNT DELETE FAILED - '
014894                 BEDIDENT OF XFER-TRAN-RECORD
014895     END-DELETE.
014896     ADD 1 TO HB-CLIN-MOVED-CT.
014897 2320-EXIT.
014898     EXIT.
014899*
014900*-----------------------------------------------------------
015000* ONLY THE TO-WARD'S BEDAVAIL MOVES AT TRANSFER TIME - THE
015100* VACATED BED GOES TO CLEANING-PENDING ON THE BED-STATUS
023188     CLOSE BED-FILE.
023198     CLOSE BED-ATTR-FILE.
023208     CLOSE XFER-REJECT-FILE.
023211     CLOSE SYMPTOM-FILE.
023214     CLOSE TREATMNT-FILE.
023218     MOVE ZERO               TO RUN-POSTED-CT.
023228     REWRITE RUN-CONTROL-RECORD
023238         INVALID KEY
023318     DISPLAY 'HBXFER: UNMATCHED PATIENTS  = ' HB-NOMATCH-CT.
023328     DISPLAY 'HBXFER: MOVES REJECTED-FULL = ' HB-REJECTED-CT.
023338     DISPLAY 'HBXFER: REJECTED BED ATTRS  = ' HB-ATTR-REJ-CT.
023343     DISPLAY 'HBXFER: CLINICAL ROWS MOVED = ' HB-CLIN-MOVED-CT.
023348 9000-EXIT.
023358     EXIT.
023368*
023378 9100-WRITE-CONTROL-TOTALS.
023388     OPEN EXTEND CONTROL-TOTAL-FILE.
023393     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
023398     MOVE 'HBXFER'           TO CTL-PROG-NAME.
023408     MOVE 'BED MOVES POSTED'   TO CTL-COUNTER-NAME.
023418     MOVE HB-MOVED-CT        TO CTL-COUNT.
023528     MOVE 'ATTR REJECTS'       TO CTL-COUNTER-NAME.
023538     MOVE HB-ATTR-REJ-CT     TO CTL-COUNT.
023548     WRITE CONTROL-TOTAL-RECORD.
023550     MOVE 'CLINICAL ROWS MOVED' TO CTL-COUNTER-NAME.
023552     MOVE HB-CLIN-MOVED-CT   TO CTL-COUNT.
023554     WRITE CONTROL-TOTAL-RECORD.
023558     CLOSE CONTROL-TOTAL-FILE.
023568 9100-EXIT.
023578     EXIT.
