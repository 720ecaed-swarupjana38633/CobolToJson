000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCAPMNT.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-13  DPO  INITIAL VERSION - WARD AND BED CAPACITY
001000*                  MAINTENANCE.  TOT-BEDS AND TOT-ROOMS WERE
001100*                  EDITED BY HAND WHENEVER SURGE BEDS OPENED,
001200*                  A BAY CLOSED OR A WARD WAS ADDED, AND
001300*                  NOBODY MOVED BEDAVAIL, BEDMSTR OR BEDATTR
001400*                  TO MATCH - HBRECON FLAGGED THE WARD THE
001500*                  NEXT MORNING AND THE STATE CENSUS CARRIED
001600*                  THE WRONG CAPACITY.  EVERY CAPACITY CHANGE
001700*                  IS NOW A KEYED TRANSACTION (CAPTRAN) THAT
001800*                  MOVES ALL THREE MASTERS TOGETHER, AND EACH
001900*                  ONE LANDS ON THE AUDIT LISTING WITH THE
002000*                  WARD'S BED COUNTS BEFORE AND AFTER.
002010* 2026-10-15  DPO  A BED TO BE RETIRED OR CLOSED MUST NOW HAVE A
002020*                  BEDMSTR ROW.  HBCNVBED GAVE EVERY BED IN
002030*                  SERVICE ONE, SO A BED WITH NO ROW DOES NOT
002040*                  EXIST - BEFORE, A MIS-KEYED BLOCK PAST THE
002050*                  END OF THE WARD WAS TAKEN OFF TOT-BEDS.
002100*-----------------------------------------------------------
002200*
002300*-----------------------------------------------------------
002400* ACTIONS (SEE CAPTRAN.CPY) -
002500*   'W'  THE WARD MUST NOT BE ON WARDMSTR.  IT IS WRITTEN
002600*        WITH CAP-ROOMS ROOMS AND NO BEDS, THEN TAKES ITS
002700*        FIRST BLOCK OF BEDS EXACTLY AS AN 'A' WOULD.
002800*   'A'  EACH BED IS WRITTEN 'A' ON BEDMSTR, ITS ATTRIBUTES
002900*        ON BEDATTR, AND TOT-BEDS AND BEDAVAIL BOTH GO UP.
003000*   'R'  EACH BED GOES TO 'R' ON BEDMSTR AND LOSES ITS
003100*        BEDATTR ROW.  TOT-BEDS COMES DOWN, AND BEDAVAIL
003200*        TOO WHEN THE BED WAS FREE - A BED HELD FOR
003300*        CLEANING OR OUT OF SERVICE WAS NEVER IN BEDAVAIL.
003400*   'S'  EACH BED IS WRITTEN 'R' WITH A SURGE WINDOW.
003500*   'C'  EACH BED KEEPS ITS STATUS AND GAINS A CLOSURE
003600*        WINDOW.
003700* A NEW BED ('W', 'A', 'S') MUST HAVE NO BEDMSTR ROW, OR A
003800* RETIRED ONE WITH NO WINDOW, AND NO PATIENT.  A BED BEING
003900* RETIRED OR CLOSED MUST BE ON BEDMSTR AND IN SERVICE (EVERY
003950* BED THAT EXISTS HAS A ROW - SEE BEDREC), HAVE NO WINDOW
004000* ALREADY, HAVE NO PATIENT ON PATMSTR AND NOT BE THE TARGET
004100* BED OF ANY REQUEST WAITING ON ADMWAIT.  EVERY BED OF THE
004200* BLOCK IS CHECKED FIRST, AND ONE BAD BED REFUSES THE WHOLE
004300* TRANSACTION, SO A BLOCK IS NEVER HALF POSTED.
004400*
004500* AFTER THE TRANSACTIONS, EVERY WINDOW ON BEDMSTR IS WORKED
004600* AGAINST THE BUSINESS DATE - A SURGE BED OPENS ON ITS
004700* FROM-DATE AND CLOSES THE DAY AFTER ITS TO-DATE; A CLOSED
004800* BED LEAVES SERVICE ON ITS FROM-DATE AND COMES BACK THE
004900* DAY AFTER ITS TO-DATE.  A BED THAT IS OCCUPIED OR IS A
005000* WAITLIST TARGET ON THE NIGHT IT IS DUE TO CLOSE IS LEFT
005100* OPEN, LISTED, AND TRIED AGAIN THE NEXT NIGHT.  DATES
005200* COMPARE AS PLAIN YYMMDD, AS EVERYWHERE ELSE IN THIS SUITE.
005300*-----------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CAP-TRAN-FILE ASSIGN TO "CAPTRAN"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT WARD-FILE ASSIGN TO "WARDMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS WARDNO.
006600     SELECT BED-FILE ASSIGN TO "BEDMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS BEDIDENT OF BED-STATUS-RECORD.
007000     SELECT OPTIONAL BED-ATTR-FILE ASSIGN TO "BEDATTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS BEDIDENT OF BED-ATTR-RECORD.
007400     SELECT PATIENT-FILE ASSIGN TO "PATMSTR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS BEDIDENT OF PATIENT-RECORD.
007800     SELECT OPTIONAL WAIT-FILE ASSIGN TO "ADMWAIT"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT AUDIT-RPT ASSIGN TO "CAPAUDIT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CAP-TRAN-FILE.
008700 COPY CAPTRAN.
008800 FD  WARD-FILE.
008900 COPY WARDREC.
009000 FD  BED-FILE.
009100 COPY BEDREC.
009200 FD  BED-ATTR-FILE.
009300 COPY BEDATREC.
009400 FD  PATIENT-FILE.
009500 COPY PATREC.
009600 FD  WAIT-FILE.
009700 COPY WAITREC.
009800 FD  BUSINESS-DATE-FILE.
009900 01  BUSINESS-DATE-LINE      PIC X(27).
010000 FD  AUDIT-RPT.
010100 01  AUDIT-LINE              PIC X(100).
010200 WORKING-STORAGE SECTION.
010300 01  HB-SWITCHES.
010400     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
010500         88  HB-NO-BUS-DATE      VALUE 'Y'.
010600     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
010700         88  HB-TRAN-EOF         VALUE 'Y'.
010800     03  HB-WAIT-EOF-SW      PIC X(01)   VALUE 'N'.
010900         88  HB-WAIT-EOF         VALUE 'Y'.
011000     03  HB-WAIT-FULL-SW     PIC X(01)   VALUE 'N'.
011100         88  HB-WAIT-FULL        VALUE 'Y'.
011200     03  HB-BED-EOF-SW       PIC X(01)   VALUE 'N'.
011300         88  HB-BED-EOF          VALUE 'Y'.
011400     03  HB-WARD-FOUND-SW    PIC X(01)   VALUE 'N'.
011500         88  HB-WARD-FOUND       VALUE 'Y'.
011600     03  HB-BED-FOUND-SW     PIC X(01)   VALUE 'N'.
011700         88  HB-BED-FOUND        VALUE 'Y'.
011800     03  HB-OCCUPANT-SW      PIC X(01)   VALUE 'N'.
011900         88  HB-HAS-OCCUPANT     VALUE 'Y'.
012000     03  HB-WAIT-TARGET-SW   PIC X(01)   VALUE 'N'.
012100         88  HB-WAIT-TARGET      VALUE 'Y'.
012200     03  HB-BLOCK-BAD-SW     PIC X(01)   VALUE 'N'.
012300         88  HB-BLOCK-BAD        VALUE 'Y'.
012400     03  HB-CLEAR-WINDOW-SW  PIC X(01)   VALUE 'N'.
012500         88  HB-CLEAR-WINDOW     VALUE 'Y'.
012600*-----------------------------------------------------------
012700* HB-CHECK-MODE SAYS WHAT KIND OF BED THE BLOCK CHECK IS
012800* LOOKING FOR - A NEW ONE, OR ONE IN SERVICE THAT IS ABOUT
012900* TO LEAVE IT.
013000*-----------------------------------------------------------
013100     03  HB-CHECK-MODE       PIC X(01)   VALUE SPACE.
013200         88  HB-CHECK-NEW        VALUE 'N'.
013300         88  HB-CHECK-LEAVING    VALUE 'L'.
013400 01  HB-COUNTERS.
013500     03  HB-APPLIED-CT       PIC 9(05)   COMP VALUE ZERO.
013600     03  HB-REJECTED-CT      PIC 9(05)   COMP VALUE ZERO.
013700     03  HB-OPENED-CT        PIC 9(05)   COMP VALUE ZERO.
013800     03  HB-CLOSED-CT        PIC 9(05)   COMP VALUE ZERO.
013900     03  HB-HELD-OPEN-CT     PIC 9(05)   COMP VALUE ZERO.
014000     03  HB-WAIT-CT          PIC 9(05)   COMP VALUE ZERO.
014100     03  HB-WAIT-IDX         PIC 9(05)   COMP.
014200     03  HB-BED-SEQ          PIC 9(03)   COMP.
014300 01  HB-WORK-FIELDS.
014400     03  HB-FROM-SEQ         PIC 9(03)   VALUE ZERO.
014500     03  HB-TO-SEQ           PIC 9(03)   VALUE ZERO.
014600     03  HB-ROOMS-N          PIC 9(03)   VALUE ZERO.
014700     03  HB-BEDIDENT.
014800         05  HB-BED-WARDNO   PIC X(02).
014900         05  HB-BED-NO       PIC 9(02).
015000     03  HB-OLD-BEDS         PIC 9(03).
015100     03  HB-OLD-AVAIL        PIC 9(03).
015200     03  HB-OLD-ROOMS        PIC 9(03).
015300     03  HB-NEW-BEDS         PIC 9(03).
015400     03  HB-NEW-AVAIL        PIC 9(03).
015500     03  HB-NEW-ROOMS        PIC 9(03).
015600     03  HB-REASON           PIC X(30)   VALUE SPACES.
015700*-----------------------------------------------------------
015800* TARGET BEDS OF EVERY REQUEST WAITING ON ADMWAIT - THE
015900* FIRST FOUR BYTES OF WAIT-ADMIT-IMAGE ARE THE ADMISSION'S
016000* BEDIDENT (ADMTRAN.CPY).  A WAITLIST TOO LONG FOR THE TABLE
016100* REFUSES EVERY RETIREMENT AND CLOSURE RATHER THAN LET ONE
016200* THROUGH UNCHECKED.
016300*-----------------------------------------------------------
016400 01  HB-WAIT-TABLE.
016500     03  HB-WAIT-BED         PIC X(04)   OCCURS 2000 TIMES.
016600 01  HB-AUDIT-LINE.
016700     03  AL-ACTION           PIC X(01).
016800     03  FILLER              PIC X(01)   VALUE SPACES.
016900     03  AL-WARDNO           PIC X(02).
017000     03  FILLER              PIC X(01)   VALUE SPACES.
017100     03  AL-BEDS             PIC X(05).
017200     03  FILLER              PIC X(01)   VALUE SPACES.
017300     03  AL-FROM-DATE        PIC X(06).
017400     03  FILLER              PIC X(01)   VALUE SPACES.
017500     03  AL-TO-DATE          PIC X(06).
017600     03  FILLER              PIC X(02)   VALUE SPACES.
017700     03  AL-BEDS-BEFORE      PIC ZZ9.
017800     03  FILLER              PIC X(01)   VALUE SPACES.
017900     03  AL-BEDS-AFTER       PIC ZZ9.
018000     03  FILLER              PIC X(02)   VALUE SPACES.
018100     03  AL-AVAIL-BEFORE     PIC ZZ9.
018200     03  FILLER              PIC X(01)   VALUE SPACES.
018300     03  AL-AVAIL-AFTER      PIC ZZ9.
018400     03  FILLER              PIC X(02)   VALUE SPACES.
018500     03  AL-ROOMS-BEFORE     PIC ZZ9.
018600     03  FILLER              PIC X(01)   VALUE SPACES.
018700     03  AL-ROOMS-AFTER      PIC ZZ9.
018800     03  FILLER              PIC X(02)   VALUE SPACES.
018900     03  AL-RESULT           PIC X(30).
019000 COPY BDATEREC.
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
019400     IF HB-NO-BUS-DATE
019500         MOVE 16             TO RETURN-CODE
019600         GOBACK
019700     END-IF.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
020000         UNTIL HB-TRAN-EOF.
020100     PERFORM 5000-WORK-WINDOWS THRU 5000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     GOBACK.
020400*
020500*-----------------------------------------------------------
020600* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
020700* NO OPEN DATE, NO RUN - THE STREAM IS
020800* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
020900*-----------------------------------------------------------
021000 0100-READ-BUSINESS-DATE.
021100     OPEN INPUT BUSINESS-DATE-FILE.
021200     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
021300         AT END SET HB-NO-BUS-DATE TO TRUE
021400     END-READ.
021500     CLOSE BUSINESS-DATE-FILE.
021600     IF HB-NO-BUS-DATE
021700         DISPLAY 'HBCAPMNT: NO BUSINESS DATE ON BUSDATE - NOT RUN'
021800         GO TO 0100-EXIT
021900     END-IF.
022000     IF NOT BD-DATE-OPEN
022100         DISPLAY 'HBCAPMNT: BUSINESS DATE ' BD-BUS-DATE
022200                 ' IS NOT OPEN - NOT RUN'
022300         SET HB-NO-BUS-DATE TO TRUE
022400     END-IF.
022500 0100-EXIT.
022600     EXIT.
022700*
022800 1000-INITIALIZE.
022900     OPEN INPUT  CAP-TRAN-FILE.
023000     OPEN I-O    WARD-FILE.
023100     OPEN I-O    BED-FILE.
023200     OPEN I-O    BED-ATTR-FILE.
023300     OPEN INPUT  PATIENT-FILE.
023400     OPEN OUTPUT AUDIT-RPT.
023500     MOVE SPACES             TO AUDIT-LINE.
023600     STRING 'ST. VINCENT GENERAL - WARD/BED CAPACITY CHANGES '
023700         DELIMITED BY SIZE
023800         BD-BUS-DATE         DELIMITED BY SIZE
023900         INTO AUDIT-LINE.
024000     WRITE AUDIT-LINE.
024100     MOVE SPACES             TO AUDIT-LINE.
024200     WRITE AUDIT-LINE.
024300     MOVE SPACES             TO AUDIT-LINE.
024400     MOVE 'A WD BEDS  FROM   TO'  TO AUDIT-LINE(1:20).
024500     MOVE 'TOT-BEDS'         TO AUDIT-LINE(27:8).
024600     MOVE 'BEDAVAIL'         TO AUDIT-LINE(36:8).
024700     MOVE 'ROOMS'            TO AUDIT-LINE(45:5).
024800     WRITE AUDIT-LINE.
024900     MOVE SPACES             TO AUDIT-LINE.
025000     MOVE 'BEF AFT'          TO AUDIT-LINE(27:7).
025100     MOVE 'BEF AFT'          TO AUDIT-LINE(36:7).
025200     MOVE 'BEF AFT'          TO AUDIT-LINE(45:7).
025300     MOVE 'RESULT'           TO AUDIT-LINE(54:6).
025400     WRITE AUDIT-LINE.
025500     PERFORM 1100-LOAD-WAITLIST THRU 1100-EXIT.
025600     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900*
026000 1100-LOAD-WAITLIST.
026100     OPEN INPUT WAIT-FILE.
026200     PERFORM 1150-READ-WAIT THRU 1150-EXIT.
026300     PERFORM 1200-ADD-WAIT-TARGET THRU 1200-EXIT
026400         UNTIL HB-WAIT-EOF.
026500     CLOSE WAIT-FILE.
026600 1100-EXIT.
026700     EXIT.
026800*
026900 1150-READ-WAIT.
027000     READ WAIT-FILE
027100         AT END SET HB-WAIT-EOF TO TRUE
027200     END-READ.
027300 1150-EXIT.
027400     EXIT.
027500*
027600 1200-ADD-WAIT-TARGET.
027700     IF HB-WAIT-CT NOT < 2000
027800         IF NOT HB-WAIT-FULL
027900             DISPLAY 'HBCAPMNT: ADMWAIT TOO LONG FOR TABLE - '
028000                     'NO BED CAN BE RETIRED OR CLOSED'
028100         END-IF
028200         SET HB-WAIT-FULL TO TRUE
028300         GO TO 1200-EXIT
028400     END-IF.
028500     ADD 1 TO HB-WAIT-CT.
028600     MOVE WAIT-ADMIT-IMAGE(1:4) TO HB-WAIT-BED(HB-WAIT-CT).
028700 1200-EXIT.
028800     PERFORM 1150-READ-WAIT THRU 1150-EXIT.
028900     EXIT.
029000*
029100 2000-APPLY-ONE-TRAN.
029200     MOVE SPACES             TO HB-AUDIT-LINE.
029300     MOVE CAP-ACTION         TO AL-ACTION.
029400     MOVE CAP-WARDNO         TO AL-WARDNO.
029500     MOVE CAP-FROM-DATE      TO AL-FROM-DATE.
029600     MOVE CAP-TO-DATE        TO AL-TO-DATE.
029700     MOVE CAP-WARDNO         TO HB-BED-WARDNO.
029800     IF NOT CAP-ADD-WARD AND NOT CAP-ADD-BEDS
029900         AND NOT CAP-RETIRE-BEDS AND NOT CAP-SURGE-BEDS
030000         AND NOT CAP-CLOSE-BEDS
030100         MOVE 'UNKNOWN ACTION' TO AL-RESULT
030200         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030300         GO TO 2000-EXIT
030400     END-IF.
030500     PERFORM 2050-EDIT-TRAN THRU 2050-EXIT.
030600     IF HB-REASON NOT = SPACES
030700         MOVE HB-REASON      TO AL-RESULT
030800         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030900         GO TO 2000-EXIT
031000     END-IF.
031100     IF CAP-ADD-WARD
031200         PERFORM 2100-ADD-WARD THRU 2100-EXIT
031300         GO TO 2000-EXIT
031400     END-IF.
031500     IF CAP-ADD-BEDS
031600         PERFORM 2200-ADD-BEDS THRU 2200-EXIT
031700         GO TO 2000-EXIT
031800     END-IF.
031900     IF CAP-RETIRE-BEDS
032000         PERFORM 2300-RETIRE-BEDS THRU 2300-EXIT
032100         GO TO 2000-EXIT
032200     END-IF.
032300     PERFORM 2400-SET-WINDOWS THRU 2400-EXIT.
032400 2000-EXIT.
032500     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
032600     EXIT.
032700*
032800*-----------------------------------------------------------
032900* FIELD EDITS THAT NEED NO MASTER FILE.  LEAVES HB-REASON
033000* AT SPACES WHEN THE ROW IS CLEAN, AND THE BED RANGE IN
033100* HB-FROM-SEQ / HB-TO-SEQ (BOTH ZERO FOR A WARD KEYED WITH
033200* NO BEDS).
033300*-----------------------------------------------------------
033400 2050-EDIT-TRAN.
033500     MOVE SPACES             TO HB-REASON.
033600     MOVE ZERO               TO HB-FROM-SEQ HB-TO-SEQ
033700                                HB-ROOMS-N.
033800     IF CAP-WARDNO = SPACES
033900         MOVE 'NO WARD NUMBER' TO HB-REASON
034000         GO TO 2050-EXIT
034100     END-IF.
034200     IF CAP-ROOMS NOT = SPACES
034300         IF CAP-ROOMS NUMERIC
034400             MOVE CAP-ROOMS  TO HB-ROOMS-N
034500         ELSE
034600             MOVE 'BAD ROOM COUNT' TO HB-REASON
034700             GO TO 2050-EXIT
034800         END-IF
034900     END-IF.
035000     IF CAP-ADD-WARD AND CAP-FROM-BED = SPACES
035100         GO TO 2050-EXIT
035200     END-IF.
035300     IF CAP-TO-BED = SPACES
035400         MOVE CAP-FROM-BED   TO CAP-TO-BED
035500     END-IF.
035600     IF CAP-FROM-BED NOT NUMERIC OR CAP-TO-BED NOT NUMERIC
035700         MOVE 'BAD BED RANGE' TO HB-REASON
035800         GO TO 2050-EXIT
035900     END-IF.
036000     MOVE CAP-FROM-BED       TO HB-FROM-SEQ.
036100     MOVE CAP-TO-BED         TO HB-TO-SEQ.
036200     IF HB-FROM-SEQ = ZERO OR HB-TO-SEQ < HB-FROM-SEQ
036300         MOVE 'BAD BED RANGE' TO HB-REASON
036400         GO TO 2050-EXIT
036500     END-IF.
036600     STRING CAP-FROM-BED     DELIMITED BY SIZE
036700         '-'                 DELIMITED BY SIZE
036800         CAP-TO-BED          DELIMITED BY SIZE
036900         INTO AL-BEDS.
037000     IF NOT CAP-SURGE-BEDS AND NOT CAP-CLOSE-BEDS
037100         GO TO 2050-EXIT
037200     END-IF.
037300     IF CAP-FROM-DATE NOT NUMERIC OR CAP-TO-DATE NOT NUMERIC
037400         OR CAP-TO-DATE < CAP-FROM-DATE
037500         MOVE 'BAD DATE WINDOW' TO HB-REASON
037600         GO TO 2050-EXIT
037700     END-IF.
037800     IF CAP-TO-DATE < BD-BUS-DATE
037900         MOVE 'WINDOW ALREADY OVER' TO HB-REASON
038000     END-IF.
038100 2050-EXIT.
038200     EXIT.
038300*
038400*-----------------------------------------------------------
038500* A NEW WARD STARTS FROM NOTHING, SO ITS BEFORE COUNTS ARE
038600* ZERO.  THE WARD ROW IS ONLY WRITTEN ONCE ITS BEDS HAVE
038700* PASSED THE BLOCK CHECK.
038800*-----------------------------------------------------------
038900 2100-ADD-WARD.
039000     PERFORM 2800-READ-WARD THRU 2800-EXIT.
039100     IF HB-WARD-FOUND
039200         MOVE 'WARD ALREADY ON FILE' TO AL-RESULT
039300         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
039400         GO TO 2100-EXIT
039500     END-IF.
039600     IF HB-FROM-SEQ NOT = ZERO
039700         SET HB-CHECK-NEW TO TRUE
039800         PERFORM 2600-CHECK-BLOCK THRU 2600-EXIT
039900         IF HB-BLOCK-BAD
040000             GO TO 2100-EXIT
040100         END-IF
040200     END-IF.
040300     MOVE ZERO               TO HB-OLD-BEDS HB-OLD-AVAIL
040400                                HB-OLD-ROOMS
040500                                HB-NEW-BEDS HB-NEW-AVAIL.
040600     MOVE HB-ROOMS-N         TO HB-NEW-ROOMS.
040700     IF HB-FROM-SEQ NOT = ZERO
040800         PERFORM 3100-ADD-ONE-BED THRU 3100-EXIT
040900             VARYING HB-BED-SEQ FROM HB-FROM-SEQ BY 1
041000             UNTIL HB-BED-SEQ > HB-TO-SEQ
041100     END-IF.
041200     MOVE SPACES             TO WARD-RECORD.
041300     MOVE CAP-WARDNO         TO WARDNO.
041400     MOVE CAP-WARDTYPE       TO WARDTYPE.
041500     MOVE HB-NEW-ROOMS       TO TOT-ROOMS.
041600     MOVE HB-NEW-BEDS        TO TOT-BEDS.
041700     MOVE HB-NEW-AVAIL       TO BEDAVAIL.
041800     WRITE WARD-RECORD
041900         INVALID KEY
042000             MOVE 'WARD WRITE FAILED' TO AL-RESULT
042100             PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
042200             GO TO 2100-EXIT
042300     END-WRITE.
042400     PERFORM 2860-SHOW-COUNTS THRU 2860-EXIT.
042500     MOVE 'WARD ADDED'       TO AL-RESULT.
042600     PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT.
042700 2100-EXIT.
042800     EXIT.
042900*
043000 2200-ADD-BEDS.
043100     PERFORM 2800-READ-WARD THRU 2800-EXIT.
043200     IF NOT HB-WARD-FOUND
043300         MOVE 'WARD NOT ON MASTER' TO AL-RESULT
043400         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
043500         GO TO 2200-EXIT
043600     END-IF.
043700     SET HB-CHECK-NEW TO TRUE.
043800     PERFORM 2600-CHECK-BLOCK THRU 2600-EXIT.
043900     IF HB-BLOCK-BAD
044000         GO TO 2200-EXIT
044100     END-IF.
044200     ADD HB-ROOMS-N          TO HB-NEW-ROOMS.
044300     PERFORM 3100-ADD-ONE-BED THRU 3100-EXIT
044400         VARYING HB-BED-SEQ FROM HB-FROM-SEQ BY 1
044500         UNTIL HB-BED-SEQ > HB-TO-SEQ.
044600     PERFORM 2850-REWRITE-WARD THRU 2850-EXIT.
044700     MOVE 'BEDS ADDED'       TO AL-RESULT.
044800     PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT.
044900 2200-EXIT.
045000     EXIT.
045100*
045200 2300-RETIRE-BEDS.
045300     PERFORM 2800-READ-WARD THRU 2800-EXIT.
045400     IF NOT HB-WARD-FOUND
045500         MOVE 'WARD NOT ON MASTER' TO AL-RESULT
045600         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
045700         GO TO 2300-EXIT
045800     END-IF.
045900     IF HB-ROOMS-N > HB-OLD-ROOMS
046000         MOVE 'MORE ROOMS THAN WARD HAS' TO AL-RESULT
046100         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
046200         GO TO 2300-EXIT
046300     END-IF.
046400     SET HB-CHECK-LEAVING TO TRUE.
046500     PERFORM 2600-CHECK-BLOCK THRU 2600-EXIT.
046600     IF HB-BLOCK-BAD
046700         GO TO 2300-EXIT
046800     END-IF.
046900     SUBTRACT HB-ROOMS-N     FROM HB-NEW-ROOMS.
047000     PERFORM 3200-RETIRE-ONE-BED THRU 3200-EXIT
047100         VARYING HB-BED-SEQ FROM HB-FROM-SEQ BY 1
047200         UNTIL HB-BED-SEQ > HB-TO-SEQ.
047300     PERFORM 2850-REWRITE-WARD THRU 2850-EXIT.
047400     MOVE 'BEDS RETIRED'     TO AL-RESULT.
047500     PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT.
047600 2300-EXIT.
047700     EXIT.
047800*
047900*-----------------------------------------------------------
048000* A SURGE OR CLOSURE TRANSACTION ONLY PUTS THE WINDOW ON THE
048100* BEDS - THE COUNTS MOVE WHEN 5000-WORK-WINDOWS OPENS OR
048200* CLOSES EACH BED, WHICH IS TONIGHT WHEN THE WINDOW HAS
048300* ALREADY STARTED.  A CLOSURE STARTING TONIGHT OR EARLIER IS
048400* HELD TO THE OCCUPANCY AND WAITLIST RULES HERE, SO THE DESK
048500* HEARS ABOUT AN OCCUPIED BED NOW; A LATER ONE IS CHECKED
048600* THE NIGHT IT COMES DUE.
048700*-----------------------------------------------------------
048800 2400-SET-WINDOWS.
048900     PERFORM 2800-READ-WARD THRU 2800-EXIT.
049000     IF NOT HB-WARD-FOUND
049100         MOVE 'WARD NOT ON MASTER' TO AL-RESULT
049200         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
049300         GO TO 2400-EXIT
049400     END-IF.
049500     IF CAP-SURGE-BEDS
049600         SET HB-CHECK-NEW TO TRUE
049700     ELSE
049800         SET HB-CHECK-LEAVING TO TRUE
049900     END-IF.
050000     PERFORM 2600-CHECK-BLOCK THRU 2600-EXIT.
050100     IF HB-BLOCK-BAD
050200         GO TO 2400-EXIT
050300     END-IF.
050400     PERFORM 3300-SET-ONE-WINDOW THRU 3300-EXIT
050500         VARYING HB-BED-SEQ FROM HB-FROM-SEQ BY 1
050600         UNTIL HB-BED-SEQ > HB-TO-SEQ.
050700     PERFORM 2860-SHOW-COUNTS THRU 2860-EXIT.
050800     IF CAP-SURGE-BEDS
050900         MOVE 'SURGE WINDOW SET' TO AL-RESULT
051000     ELSE
051100         MOVE 'CLOSURE WINDOW SET' TO AL-RESULT
051200     END-IF.
051300     PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT.
051400 2400-EXIT.
051500     EXIT.
051600*
051700*-----------------------------------------------------------
051800* CHECKS EVERY BED OF THE BLOCK BEFORE ANY IS TOUCHED.
051900* EACH BAD BED GETS ITS OWN LINE, THEN THE TRANSACTION IS
052000* REJECTED AS A WHOLE.
052100*-----------------------------------------------------------
052200 2600-CHECK-BLOCK.
052300     MOVE 'N'                TO HB-BLOCK-BAD-SW.
052400     PERFORM 2610-CHECK-ONE-BED THRU 2610-EXIT
052500         VARYING HB-BED-SEQ FROM HB-FROM-SEQ BY 1
052600         UNTIL HB-BED-SEQ > HB-TO-SEQ.
052700     IF HB-BLOCK-BAD
052800         MOVE SPACES         TO AL-BEDS
052900         STRING CAP-FROM-BED DELIMITED BY SIZE
053000             '-'             DELIMITED BY SIZE
053100             CAP-TO-BED      DELIMITED BY SIZE
053200             INTO AL-BEDS
053300         MOVE 'REJECTED - SEE BEDS ABOVE' TO AL-RESULT
053400         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
053500     END-IF.
053600 2600-EXIT.
053700     EXIT.
053800*
053900 2610-CHECK-ONE-BED.
054000     MOVE SPACES             TO HB-REASON.
054100     MOVE CAP-WARDNO         TO HB-BED-WARDNO.
054200     MOVE HB-BED-SEQ         TO HB-BED-NO.
054300     PERFORM 2700-READ-BED-ROW THRU 2700-EXIT.
054400     PERFORM 2710-PROBE-OCCUPANT THRU 2710-EXIT.
054500     IF HB-CHECK-NEW
054600         IF HB-BED-FOUND
054700             AND (NOT BED-RETIRED OR BED-WINDOW-TYPE NOT = SPACE)
054800             MOVE 'BED ALREADY ON BEDMSTR' TO HB-REASON
054900         END-IF
055000         IF HB-HAS-OCCUPANT
055100             MOVE 'BED HAS A PATIENT' TO HB-REASON
055200         END-IF
055300         GO TO 2610-EXIT
055400     END-IF.
055420     IF NOT HB-BED-FOUND
055440         MOVE 'BED NOT ON BEDMSTR' TO HB-REASON
055460         GO TO 2610-EXIT
055480     END-IF.
055500     IF BED-RETIRED
055600         MOVE 'BED NOT IN SERVICE' TO HB-REASON
055700         GO TO 2610-EXIT
055800     END-IF.
055900     IF BED-WINDOW-TYPE NOT = SPACE
056000         MOVE 'BED ALREADY HAS A WINDOW' TO HB-REASON
056100         GO TO 2610-EXIT
056200     END-IF.
056300     IF CAP-CLOSE-BEDS AND CAP-FROM-DATE > BD-BUS-DATE
056400         GO TO 2610-EXIT
056500     END-IF.
056600     IF HB-HAS-OCCUPANT OR BED-OCCUPIED
056700         MOVE 'BED OCCUPIED' TO HB-REASON
056800         GO TO 2610-EXIT
056900     END-IF.
057000     PERFORM 2720-CHECK-WAIT-TARGET THRU 2720-EXIT.
057100     IF HB-WAIT-TARGET
057200         MOVE 'BED IS A WAITLIST TARGET' TO HB-REASON
057300     END-IF.
057400 2610-EXIT.
057500     IF HB-REASON NOT = SPACES
057600         MOVE HB-BEDIDENT    TO AL-BEDS
057700         MOVE HB-REASON      TO AL-RESULT
057800         PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
057900         SET HB-BLOCK-BAD TO TRUE
058000     END-IF.
058100     EXIT.
058200*
058300 2700-READ-BED-ROW.
058400     MOVE 'N'                TO HB-BED-FOUND-SW.
058500     MOVE SPACES             TO BED-STATUS-RECORD.
058600     MOVE HB-BEDIDENT        TO BEDIDENT OF BED-STATUS-RECORD.
058700     READ BED-FILE
058800         INVALID KEY
058900             MOVE SPACES     TO BED-STATUS-RECORD
059000             MOVE HB-BEDIDENT
059100                             TO BEDIDENT OF BED-STATUS-RECORD
059200             GO TO 2700-EXIT
059300     END-READ.
059400     SET HB-BED-FOUND TO TRUE.
059500 2700-EXIT.
059600     EXIT.
059700*
059800 2710-PROBE-OCCUPANT.
059900     MOVE 'N'                TO HB-OCCUPANT-SW.
060000     MOVE SPACES             TO PATIENT-RECORD.
060100     MOVE HB-BEDIDENT        TO BEDIDENT OF PATIENT-RECORD.
060200     READ PATIENT-FILE
060300         INVALID KEY
060400             GO TO 2710-EXIT
060500     END-READ.
060600     SET HB-HAS-OCCUPANT TO TRUE.
060700 2710-EXIT.
060800     EXIT.
060900*
061000 2720-CHECK-WAIT-TARGET.
061100     MOVE 'N'                TO HB-WAIT-TARGET-SW.
061200     IF HB-WAIT-FULL
061300         SET HB-WAIT-TARGET TO TRUE
061400         GO TO 2720-EXIT
061500     END-IF.
061600     PERFORM 2725-MATCH-ONE-WAIT THRU 2725-EXIT
061700         VARYING HB-WAIT-IDX FROM 1 BY 1
061800         UNTIL HB-WAIT-IDX > HB-WAIT-CT
061900         OR HB-WAIT-TARGET.
062000 2720-EXIT.
062100     EXIT.
062200*
062300 2725-MATCH-ONE-WAIT.
062400     IF HB-WAIT-BED(HB-WAIT-IDX) = HB-BEDIDENT
062500         SET HB-WAIT-TARGET TO TRUE
062600     END-IF.
062700 2725-EXIT.
062800     EXIT.
062900*
063000*-----------------------------------------------------------
063100* CALLER LOADS HB-BED-WARDNO.  HOLDS THE WARD'S COUNTS AS
063200* THEY STOOD IN HB-OLD- AND STARTS HB-NEW- FROM THE SAME
063300* FIGURES; THE BED PARAGRAPHS MOVE HB-NEW- AND
063400* 2850-REWRITE-WARD POSTS IT.
063500*-----------------------------------------------------------
063600 2800-READ-WARD.
063700     MOVE 'N'                TO HB-WARD-FOUND-SW.
063800     MOVE SPACES             TO WARD-RECORD.
063900     MOVE HB-BED-WARDNO      TO WARDNO.
064000     READ WARD-FILE
064100         INVALID KEY
064200             GO TO 2800-EXIT
064300     END-READ.
064400     SET HB-WARD-FOUND TO TRUE.
064500     MOVE TOT-BEDS           TO HB-OLD-BEDS HB-NEW-BEDS.
064600     MOVE BEDAVAIL           TO HB-OLD-AVAIL HB-NEW-AVAIL.
064700     MOVE TOT-ROOMS          TO HB-OLD-ROOMS HB-NEW-ROOMS.
064800 2800-EXIT.
064900     EXIT.
065000*
065100 2850-REWRITE-WARD.
065200     MOVE HB-NEW-BEDS        TO TOT-BEDS.
065300     MOVE HB-NEW-AVAIL       TO BEDAVAIL.
065400     MOVE HB-NEW-ROOMS       TO TOT-ROOMS.
065500     REWRITE WARD-RECORD
065600         INVALID KEY
065700             DISPLAY 'HBCAPMNT: REWRITE FAILED FOR WARD - '
065800                 WARDNO
065900     END-REWRITE.
066000     PERFORM 2860-SHOW-COUNTS THRU 2860-EXIT.
066100 2850-EXIT.
066200     EXIT.
066300*
066400 2860-SHOW-COUNTS.
066500     MOVE HB-OLD-BEDS        TO AL-BEDS-BEFORE.
066600     MOVE HB-NEW-BEDS        TO AL-BEDS-AFTER.
066700     MOVE HB-OLD-AVAIL       TO AL-AVAIL-BEFORE.
066800     MOVE HB-NEW-AVAIL       TO AL-AVAIL-AFTER.
066900     MOVE HB-OLD-ROOMS       TO AL-ROOMS-BEFORE.
067000     MOVE HB-NEW-ROOMS       TO AL-ROOMS-AFTER.
067100 2860-EXIT.
067200     EXIT.
067300*
067400*-----------------------------------------------------------
067500* ONE BED IN OR OUT OF SERVICE - BOTH COUNTS MOVE FOR A FREE
067600* BED, TOT-BEDS ALONE FOR ONE HELD FOR CLEANING OR OUT OF
067700* SERVICE.  NEITHER COUNT IS TAKEN BELOW ZERO.
067800*-----------------------------------------------------------
067900 2870-COUNT-BED-IN.
068000     ADD 1 TO HB-NEW-BEDS.
068100     ADD 1 TO HB-NEW-AVAIL.
068200 2870-EXIT.
068300     EXIT.
068400*
068500 2880-COUNT-BED-OUT.
068600     IF HB-NEW-BEDS > ZERO
068700         SUBTRACT 1 FROM HB-NEW-BEDS
068800     ELSE
068900         DISPLAY 'HBCAPMNT: TOT-BEDS ALREADY ZERO FOR WARD - '
069000             WARDNO
069100     END-IF.
069200     IF BED-CLEANING OR BED-OUT-OF-SERVICE
069300         GO TO 2880-EXIT
069400     END-IF.
069500     IF HB-NEW-AVAIL > ZERO
069600         SUBTRACT 1 FROM HB-NEW-AVAIL
069700     ELSE
069800         DISPLAY 'HBCAPMNT: BEDAVAIL ALREADY ZERO FOR WARD - '
069900             WARDNO
070000     END-IF.
070100 2880-EXIT.
070200     EXIT.
070300*
070400 2900-WRITE-AUDIT.
070500     MOVE HB-AUDIT-LINE      TO AUDIT-LINE.
070600     WRITE AUDIT-LINE.
070700 2900-EXIT.
070800     EXIT.
070900*
071000 2910-AUDIT-REJECT.
071100     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
071200     ADD 1 TO HB-REJECTED-CT.
071300 2910-EXIT.
071400     EXIT.
071500*
071600 2920-AUDIT-APPLY.
071700     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
071800     ADD 1 TO HB-APPLIED-CT.
071900 2920-EXIT.
072000     EXIT.
072100*
072200*-----------------------------------------------------------
072300* A NEW BED'S ATTRIBUTES.  A BED WITH NONE NEEDS NO ROW, SO
072400* ANY ROW LEFT OVER FROM AN EARLIER LIFE OF THE BED NUMBER
072500* IS REMOVED INSTEAD.
072600*-----------------------------------------------------------
072700 2950-POST-BED-ATTR.
072800     MOVE SPACES             TO BED-ATTR-RECORD.
072900     MOVE HB-BEDIDENT        TO BEDIDENT OF BED-ATTR-RECORD.
073000     IF CAP-BED-ISOL = SPACE AND CAP-BED-TELE = SPACE
073100         AND CAP-BED-BARI = SPACE
073200         DELETE BED-ATTR-FILE RECORD
073300             INVALID KEY
073400                 CONTINUE
073500         END-DELETE
073600         GO TO 2950-EXIT
073700     END-IF.
073800     MOVE CAP-BED-ISOL       TO BA-ISOLATION.
073900     MOVE CAP-BED-TELE       TO BA-TELEMETRY.
074000     MOVE CAP-BED-BARI       TO BA-BARIATRIC.
074100     WRITE BED-ATTR-RECORD
074200         INVALID KEY
074300             REWRITE BED-ATTR-RECORD
074400                 INVALID KEY
074500                     DISPLAY 'HBCAPMNT: BEDATTR UPDATE FAILED - '
074600                         HB-BEDIDENT
074700             END-REWRITE
074800     END-WRITE.
074900 2950-EXIT.
075000     EXIT.
075100*
075200 3000-READ-TRAN.
075300     READ CAP-TRAN-FILE
075400         AT END SET HB-TRAN-EOF TO TRUE
075500     END-READ.
075600 3000-EXIT.
075700     EXIT.
075800*
075900 3100-ADD-ONE-BED.
076000     MOVE CAP-WARDNO         TO HB-BED-WARDNO.
076100     MOVE HB-BED-SEQ         TO HB-BED-NO.
076200     PERFORM 2700-READ-BED-ROW THRU 2700-EXIT.
076300     MOVE 'A'                TO BED-STATUS.
076400     MOVE BD-BUS-DATE        TO BED-STAT-DATE.
076500     MOVE SPACES             TO BED-WINDOW-TYPE.
076600     MOVE SPACES             TO BED-WINDOW-FROM BED-WINDOW-TO.
076700     PERFORM 3900-PUT-BED-ROW THRU 3900-EXIT.
076800     PERFORM 2950-POST-BED-ATTR THRU 2950-EXIT.
076900     PERFORM 2870-COUNT-BED-IN THRU 2870-EXIT.
077000 3100-EXIT.
077100     EXIT.
077200*
077300*-----------------------------------------------------------
077600* RETIRING A BED ENDS ANY WINDOW IT HAD.
077700*-----------------------------------------------------------
077800 3200-RETIRE-ONE-BED.
077900     MOVE CAP-WARDNO         TO HB-BED-WARDNO.
078000     MOVE HB-BED-SEQ         TO HB-BED-NO.
078100     PERFORM 2700-READ-BED-ROW THRU 2700-EXIT.
078200     PERFORM 2880-COUNT-BED-OUT THRU 2880-EXIT.
078300     MOVE 'R'                TO BED-STATUS.
078400     MOVE BD-BUS-DATE        TO BED-STAT-DATE.
078500     MOVE SPACES             TO BED-WINDOW-TYPE.
078600     MOVE SPACES             TO BED-WINDOW-FROM BED-WINDOW-TO.
078700     PERFORM 3900-PUT-BED-ROW THRU 3900-EXIT.
078800     MOVE SPACES             TO BED-ATTR-RECORD.
078900     MOVE HB-BEDIDENT        TO BEDIDENT OF BED-ATTR-RECORD.
079000     DELETE BED-ATTR-FILE RECORD
079100         INVALID KEY
079200             CONTINUE
079300     END-DELETE.
079400 3200-EXIT.
079500     EXIT.
079600*
079700*-----------------------------------------------------------
079800* A SURGE BED WAITS OUT OF SERVICE ('R') FOR ITS WINDOW AND
079900* TAKES ITS ATTRIBUTES NOW.  A BED TO BE CLOSED KEEPS THE
080000* STATUS IT HAS.
080200*-----------------------------------------------------------
080300 3300-SET-ONE-WINDOW.
080400     MOVE CAP-WARDNO         TO HB-BED-WARDNO.
080500     MOVE HB-BED-SEQ         TO HB-BED-NO.
080600     PERFORM 2700-READ-BED-ROW THRU 2700-EXIT.
080700     IF CAP-SURGE-BEDS
080800         MOVE 'R'            TO BED-STATUS
080900         MOVE BD-BUS-DATE    TO BED-STAT-DATE
081000         PERFORM 2950-POST-BED-ATTR THRU 2950-EXIT
081100     END-IF.
081600     MOVE CAP-ACTION         TO BED-WINDOW-TYPE.
081700     MOVE CAP-FROM-DATE      TO BED-WINDOW-FROM.
081800     MOVE CAP-TO-DATE        TO BED-WINDOW-TO.
081900     PERFORM 3900-PUT-BED-ROW THRU 3900-EXIT.
082000 3300-EXIT.
082100     EXIT.
082200*
082300 3900-PUT-BED-ROW.
082400     IF HB-BED-FOUND
082500         REWRITE BED-STATUS-RECORD
082600             INVALID KEY
082700                 DISPLAY 'HBCAPMNT: BED REWRITE FAILED - '
082800                     HB-BEDIDENT
082900         END-REWRITE
083000     ELSE
083100         WRITE BED-STATUS-RECORD
083200             INVALID KEY
083300                 DISPLAY 'HBCAPMNT: BED WRITE FAILED - '
083400                     HB-BEDIDENT
083500         END-WRITE
083600     END-IF.
083700 3900-EXIT.
083800     EXIT.
083900*
084000*-----------------------------------------------------------
084100* ONE PASS OVER BEDMSTR IN BEDIDENT ORDER, WORKING EVERY ROW
084200* THAT CARRIES A WINDOW AGAINST THE BUSINESS DATE.  EACH BED
084300* THAT OPENS OR CLOSES PRINTS WITH ITS WARD'S COUNTS BEFORE
084400* AND AFTER.
084500*-----------------------------------------------------------
084600 5000-WORK-WINDOWS.
084700     MOVE SPACES             TO AUDIT-LINE.
084800     WRITE AUDIT-LINE.
084900     MOVE SPACES             TO AUDIT-LINE.
085000     STRING 'SURGE AND CLOSURE WINDOWS AS OF '
085100         DELIMITED BY SIZE
085200         BD-BUS-DATE         DELIMITED BY SIZE
085300         INTO AUDIT-LINE.
085400     WRITE AUDIT-LINE.
085500     MOVE LOW-VALUES         TO BEDIDENT OF BED-STATUS-RECORD.
085600     START BED-FILE KEY IS NOT LESS THAN
085700             BEDIDENT OF BED-STATUS-RECORD
085800         INVALID KEY
085900             GO TO 5000-EXIT
086000     END-START.
086100     PERFORM 5900-READ-NEXT-BED THRU 5900-EXIT.
086200     PERFORM 5100-ONE-WINDOW-ROW THRU 5100-EXIT
086300         UNTIL HB-BED-EOF.
086400 5000-EXIT.
086500     EXIT.
086600*
086700 5100-ONE-WINDOW-ROW.
086800     IF BED-WINDOW-TYPE = SPACE
086900         GO TO 5100-EXIT
087000     END-IF.
087100     MOVE BEDIDENT OF BED-STATUS-RECORD TO HB-BEDIDENT.
087200     MOVE 'N'                TO HB-CLEAR-WINDOW-SW.
087300     MOVE SPACES             TO HB-AUDIT-LINE.
087400     MOVE BED-WINDOW-TYPE    TO AL-ACTION.
087500     MOVE HB-BED-WARDNO      TO AL-WARDNO.
087600     MOVE HB-BEDIDENT        TO AL-BEDS.
087700     MOVE BED-WINDOW-FROM    TO AL-FROM-DATE.
087800     MOVE BED-WINDOW-TO      TO AL-TO-DATE.
087900     IF BED-WINDOW-TO < BD-BUS-DATE
088000         SET HB-CLEAR-WINDOW TO TRUE
088100     END-IF.
088200     IF BED-SURGE-WINDOW
088300         PERFORM 5150-SURGE-ROW THRU 5150-EXIT
088400     END-IF.
088500     IF BED-CLOSED-WINDOW
088600         PERFORM 5160-CLOSURE-ROW THRU 5160-EXIT
088700     END-IF.
088800 5100-EXIT.
088900     PERFORM 5900-READ-NEXT-BED THRU 5900-EXIT.
089000     EXIT.
089100*
089200*-----------------------------------------------------------
089300* SURGE BED - OPEN WHILE INSIDE ITS WINDOW, CLOSED AND THE
089400* WINDOW DROPPED ONCE IT IS OVER.  A WINDOW THAT RAN OUT
089500* BEFORE THE BED EVER OPENED IS SIMPLY DROPPED.
089600*-----------------------------------------------------------
089700 5150-SURGE-ROW.
089800     IF HB-CLEAR-WINDOW
089900         IF BED-RETIRED
090000             MOVE 'SURGE WINDOW LAPSED' TO AL-RESULT
090100             PERFORM 5400-END-WINDOW THRU 5400-EXIT
090200         ELSE
090300             MOVE 'SURGE BED CLOSED' TO AL-RESULT
090400             PERFORM 5300-CLOSE-WINDOW-BED THRU 5300-EXIT
090500         END-IF
090600         GO TO 5150-EXIT
090700     END-IF.
090800     IF BED-RETIRED AND BED-WINDOW-FROM NOT > BD-BUS-DATE
090900         MOVE 'SURGE BED OPENED' TO AL-RESULT
091000         PERFORM 5200-OPEN-WINDOW-BED THRU 5200-EXIT
091100     END-IF.
091200 5150-EXIT.
091300     EXIT.
091400*
091500*-----------------------------------------------------------
091600* CLOSED BED - OUT OF SERVICE WHILE INSIDE ITS WINDOW, BACK
091700* IN AND THE WINDOW DROPPED ONCE IT IS OVER.  A WINDOW THAT
091800* RAN OUT WHILE THE BED WAS STILL HELD OPEN IS DROPPED.
091900*-----------------------------------------------------------
092000 5160-CLOSURE-ROW.
092100     IF HB-CLEAR-WINDOW
092200         IF BED-RETIRED
092300             MOVE 'CLOSED BED REOPENED' TO AL-RESULT
092400             PERFORM 5200-OPEN-WINDOW-BED THRU 5200-EXIT
092500         ELSE
092600             MOVE 'CLOSURE LAPSED - NEVER CLOSED'
092700                             TO AL-RESULT
092800             PERFORM 5400-END-WINDOW THRU 5400-EXIT
092900         END-IF
093000         GO TO 5160-EXIT
093100     END-IF.
093200     IF NOT BED-RETIRED AND BED-WINDOW-FROM NOT > BD-BUS-DATE
093300         MOVE 'BED CLOSED FOR WINDOW' TO AL-RESULT
093400         PERFORM 5300-CLOSE-WINDOW-BED THRU 5300-EXIT
093500     END-IF.
093600 5160-EXIT.
093700     EXIT.
093800*
093900 5200-OPEN-WINDOW-BED.
094000     PERFORM 2800-READ-WARD THRU 2800-EXIT.
094100     IF NOT HB-WARD-FOUND
094200         MOVE 'WARD NOT ON MASTER' TO AL-RESULT
094300         PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
094400         GO TO 5200-EXIT
094500     END-IF.
094600     PERFORM 2870-COUNT-BED-IN THRU 2870-EXIT.
094700     MOVE 'A'                TO BED-STATUS.
094800     MOVE BD-BUS-DATE        TO BED-STAT-DATE.
094900     PERFORM 5500-PUT-WINDOW-ROW THRU 5500-EXIT.
095000     PERFORM 2850-REWRITE-WARD THRU 2850-EXIT.
095100     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
095200     ADD 1 TO HB-OPENED-CT.
095300 5200-EXIT.
095400     EXIT.
095500*
095600*-----------------------------------------------------------
095700* THE SAME OCCUPANCY AND WAITLIST RULES AS A RETIREMENT.  A
095800* BED THAT FAILS THEM IS LEFT EXACTLY AS IT IS AND COMES UP
095900* AGAIN TOMORROW NIGHT.
096000*-----------------------------------------------------------
096100 5300-CLOSE-WINDOW-BED.
096200     PERFORM 2710-PROBE-OCCUPANT THRU 2710-EXIT.
096300     IF HB-HAS-OCCUPANT OR BED-OCCUPIED
096400         MOVE 'HELD OPEN - BED OCCUPIED' TO AL-RESULT
096500         PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
096600         ADD 1 TO HB-HELD-OPEN-CT
096700         GO TO 5300-EXIT
096800     END-IF.
096900     PERFORM 2720-CHECK-WAIT-TARGET THRU 2720-EXIT.
097000     IF HB-WAIT-TARGET
097100         MOVE 'HELD OPEN - WAITLIST TARGET' TO AL-RESULT
097200         PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
097300         ADD 1 TO HB-HELD-OPEN-CT
097400         GO TO 5300-EXIT
097500     END-IF.
097600     PERFORM 2800-READ-WARD THRU 2800-EXIT.
097700     IF NOT HB-WARD-FOUND
097800         MOVE 'WARD NOT ON MASTER' TO AL-RESULT
097900         PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
098000         GO TO 5300-EXIT
098100     END-IF.
098200     PERFORM 2880-COUNT-BED-OUT THRU 2880-EXIT.
098300     MOVE 'R'                TO BED-STATUS.
098400     MOVE BD-BUS-DATE        TO BED-STAT-DATE.
098500     PERFORM 5500-PUT-WINDOW-ROW THRU 5500-EXIT.
098600     PERFORM 2850-REWRITE-WARD THRU 2850-EXIT.
098700     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
098800     ADD 1 TO HB-CLOSED-CT.
098900 5300-EXIT.
099000     EXIT.
099100*
099200 5400-END-WINDOW.
099300     PERFORM 5500-PUT-WINDOW-ROW THRU 5500-EXIT.
099400     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
099500 5400-EXIT.
099600     EXIT.
099700*
099800 5500-PUT-WINDOW-ROW.
099900     IF HB-CLEAR-WINDOW
100000         MOVE SPACES         TO BED-WINDOW-TYPE
100100         MOVE SPACES         TO BED-WINDOW-FROM BED-WINDOW-TO
100200     END-IF.
100300     REWRITE BED-STATUS-RECORD
100400         INVALID KEY
100500             DISPLAY 'HBCAPMNT: BED REWRITE FAILED - '
100600                 HB-BEDIDENT
100700     END-REWRITE.
100800 5500-EXIT.
100900     EXIT.
101000*
101100 5900-READ-NEXT-BED.
101200     READ BED-FILE NEXT RECORD
101300         AT END SET HB-BED-EOF TO TRUE
101400     END-READ.
101500 5900-EXIT.
101600     EXIT.
101700*
101800 9000-TERMINATE.
101900     CLOSE CAP-TRAN-FILE.
102000     CLOSE WARD-FILE.
102100     CLOSE BED-FILE.
102200     CLOSE BED-ATTR-FILE.
102300     CLOSE PATIENT-FILE.
102400     CLOSE AUDIT-RPT.
102500     DISPLAY 'HBCAPMNT: CHANGES APPLIED    = ' HB-APPLIED-CT.
102600     DISPLAY 'HBCAPMNT: CHANGES REJECTED   = ' HB-REJECTED-CT.
102700     DISPLAY 'HBCAPMNT: WINDOW BEDS OPENED = ' HB-OPENED-CT.
102800     DISPLAY 'HBCAPMNT: WINDOW BEDS CLOSED = ' HB-CLOSED-CT.
102900     DISPLAY 'HBCAPMNT: CLOSES HELD OPEN   = ' HB-HELD-OPEN-CT.
103000 9000-EXIT.
103100     EXIT.
