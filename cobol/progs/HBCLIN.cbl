000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCLIN.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-09-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-09-15  DPO  INITIAL VERSION - CLINICAL ORDER-ENTRY
001000*                  POSTING.  UNTIL NOW NOTHING IN THE SUITE
001100*                  WROTE SYMPTOM OR TREATMNT ROWS - THE WARD
001200*                  CLERKS HAND-KEYED THEM, CASE-CLOSED-FLAG
001300*                  AND THE MED-ENTRY HISTORY INCLUDED, WHILE
001400*                  HBDOCRP, HBCOVER, HBLABPST, HBMEDHX,
001500*                  HBSURGR AND HBBILL ALL TRUSTED WHAT WAS
001600*                  THERE.  CASES ARE NOW OPENED, CLOSED AND
001700*                  REASSIGNED, TREATMENTS POSTED, MEDICATIONS
001800*                  APPENDED AND SURGERIES FLAGGED OR CLEARED
001900*                  FROM A TRANSACTION FILE (CLINTRAN), WITH
002000*                  HBTREDT'S REJECT-CODE CONVENTION, THE
002100*                  RUNCTL CHECKPOINT AND CTLTOTS COUNTERS.
002120* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
002140*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
002160*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
002180*                  ROWS AT A TIME.
002200*-----------------------------------------------------------
002300*
002400*-----------------------------------------------------------
002500* EVERY TRANSACTION IS EDITED BEFORE ANYTHING IS POSTED.  A
002600* ROW THAT FAILS GOES TO THE REJECT FILE (CLINREJ) WITH A
002700* THREE-CHARACTER REASON CODE IN FRONT OF THE UNCHANGED
002800* TRANSACTION IMAGE, SAME AS HBTREDT, SO THE WARD CLERK CAN
002900* CORRECT AND RESUBMIT IT AS-IS -
003000*   010  DATE NOT A VALID YYMMDD
003100*   020  NO PATIENT ON THE MASTER FOR BEDIDENT
003200*   030  A FIELD THE ACTION NEEDS IS BLANK
003300*   060  DOCTOR NOT ON THE DOCTOR MASTER (DOCMSTR)
003400*   070  FACTYPE NOT ON THE FACILITY MASTER (FACMSTR)
003500*   080  MEDICATION HISTORY FULL - MED-COUNT ALREADY 20
003600*   090  CASE OR TREATMENT ROW NOT IN A STATE THE ACTION
003700*        CAN POST AGAINST (NO OPEN CASE TO CLOSE OR
003800*        REASSIGN, A CASE ALREADY OPEN, NO TREATMENT ROW
003900*        TO ADD A MEDICATION OR SURGERY TO)
004000*   095  ACTION CODE NOT RECOGNISED
004100* THE FIRST FAILING EDIT WINS.  SYMPTOM AND TREATMNT ARE
004200* BOTH KEYED BY BEDIDENT - ONE CASE AND ONE TREATMENT ROW PER
004300* OCCUPIED BED - SO OPENING A CASE ON A BED WHOSE OLD CASE
004400* IS CLOSED REPLACES THE CLOSED ROW.
004500*-----------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CLIN-TRAN-FILE ASSIGN TO "CLINTRAN"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT SYMPTOM-FILE ASSIGN TO "SYMPIN"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS BEDIDENT OF SYMPTOM-RECORD.
005800     SELECT TREATMNT-FILE ASSIGN TO "TRTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS BEDIDENT OF TREATMNT-RECORD.
006200     SELECT PATIENT-FILE ASSIGN TO "PATMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS BEDIDENT OF PATIENT-RECORD.
006600     SELECT DOCTOR-FILE ASSIGN TO "DOCMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS DOCTNAME.
007000     SELECT FACILITY-FILE ASSIGN TO "FACMSTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS FACTYPE OF FACILITY-RECORD.
007400     SELECT CLIN-REJECT-FILE ASSIGN TO "CLINREJ"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS RUN-PROG-NAME.
008000     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008133     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
008166         ORGANIZATION IS LINE SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CLIN-TRAN-FILE.
008500 COPY CLINTRAN.
008600 FD  SYMPTOM-FILE.
008700 COPY SYMPREC.
008800 FD  TREATMNT-FILE.
008900 COPY TRTREC.
009000 FD  PATIENT-FILE.
009100 COPY PATREC.
009200 FD  DOCTOR-FILE.
009300 COPY DOCTREC.
009400 FD  FACILITY-FILE.
009500 COPY FACREC.
009600 FD  CLIN-REJECT-FILE.
009700 01  CLIN-REJECT-LINE         PIC X(196).
009800 FD  RUN-CONTROL-FILE.
009900 COPY RUNCTL.
010000 FD  CONTROL-TOTAL-FILE.
010100 COPY CTLREC.
010133 FD  BUSINESS-DATE-FILE.
010166 01  BUSINESS-DATE-LINE      PIC X(27).
010200 WORKING-STORAGE SECTION.
010300 01  HB-SWITCHES.
010333     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
010366         88  HB-NO-BUS-DATE      VALUE 'Y'.
010400     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
010500         88  HB-TRAN-EOF         VALUE 'Y'.
010600     03  HB-DATE-OK-SW       PIC X(01)   VALUE 'N'.
010700         88  HB-DATE-OK          VALUE 'Y'.
010800     03  HB-PAT-FOUND-SW     PIC X(01)   VALUE 'N'.
010900         88  HB-PAT-FOUND        VALUE 'Y'.
011000     03  HB-DOCT-FOUND-SW    PIC X(01)   VALUE 'N'.
011100         88  HB-DOCT-FOUND       VALUE 'Y'.
011200     03  HB-FAC-FOUND-SW     PIC X(01)   VALUE 'N'.
011300         88  HB-FAC-FOUND        VALUE 'Y'.
011400     03  HB-CASE-FOUND-SW    PIC X(01)   VALUE 'N'.
011500         88  HB-CASE-FOUND       VALUE 'Y'.
011600     03  HB-CASE-OPEN-SW     PIC X(01)   VALUE 'N'.
011700         88  HB-CASE-OPEN        VALUE 'Y'.
011800     03  HB-TRT-FOUND-SW     PIC X(01)   VALUE 'N'.
011900         88  HB-TRT-FOUND        VALUE 'Y'.
012000 01  HB-COUNTERS.
012100     03  HB-OPENED-CT        PIC 9(05)   COMP VALUE ZERO.
012200     03  HB-CLOSED-CT        PIC 9(05)   COMP VALUE ZERO.
012300     03  HB-REASSIGNED-CT    PIC 9(05)   COMP VALUE ZERO.
012400     03  HB-TREATED-CT       PIC 9(05)   COMP VALUE ZERO.
012500     03  HB-MED-ADDED-CT     PIC 9(05)   COMP VALUE ZERO.
012600     03  HB-SURG-FLAG-CT     PIC 9(05)   COMP VALUE ZERO.
012700     03  HB-SURG-CLEAR-CT    PIC 9(05)   COMP VALUE ZERO.
012800     03  HB-REJECTED-CT      PIC 9(05)   COMP VALUE ZERO.
012900     03  HB-PROCESSED-CT     PIC 9(07)   COMP VALUE ZERO.
013000     03  HB-RESTART-SKIP-CT  PIC 9(07)   COMP VALUE ZERO.
013100     03  HB-SKIP-CT          PIC 9(07)   COMP VALUE ZERO.
013200 01  HB-WORK-FIELDS.
013300     03  HB-REJ-REASON       PIC X(03).
013400*-----------------------------------------------------------
013500* THE FIELDS THAT FOLLOW MED-ENTRY ON THE TREATMNT ROW MOVE
013600* WHENEVER MED-COUNT CHANGES (THE GROUP IS OCCURS DEPENDING
013700* ON), SO THEY ARE HELD HERE ACROSS THE CHANGE AND PUT BACK
013800* AFTERWARDS.
013900*-----------------------------------------------------------
014000 01  HB-TRT-TAIL.
014100     03  HB-TAIL-DIET        PIC X(30).
014200     03  HB-TAIL-SURG-FLAG   PIC X(01).
014300     03  HB-TAIL-SURG-DATE   PIC X(06).
014400     03  HB-TAIL-SURG-COMM   PIC X(30).
014500     03  HB-TAIL-FACTYPE     PIC X(20).
014600 01  HB-EDIT-DATE            PIC X(06).
014700 01  HB-EDIT-DATE-R REDEFINES HB-EDIT-DATE.
014800     03  HB-EDIT-YY          PIC 9(02).
014900     03  HB-EDIT-MM          PIC 9(02).
015000     03  HB-EDIT-DD          PIC 9(02).
015100 01  HB-CLIN-REJ-ROW.
015200     03  CR-REASON           PIC X(03).
015300     03  FILLER              PIC X(01)   VALUE SPACES.
015400     03  CR-TRAN-IMAGE       PIC X(192).
015450 COPY BDATEREC.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015616     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
015632     IF HB-NO-BUS-DATE
015648         MOVE 16             TO RETURN-CODE
015664         GOBACK
015680     END-IF.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-POST-CLIN-TRAN THRU 2000-EXIT
015900         UNTIL HB-TRAN-EOF.
016000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016100     GOBACK.
016104*
016108*-----------------------------------------------------------
016112* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
016116* NO OPEN DATE, NO RUN - THE STREAM IS
016120* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
016124*-----------------------------------------------------------
016128 0100-READ-BUSINESS-DATE.
016132     OPEN INPUT BUSINESS-DATE-FILE.
016136     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
016140         AT END SET HB-NO-BUS-DATE TO TRUE
016144     END-READ.
016148     CLOSE BUSINESS-DATE-FILE.
016152     IF HB-NO-BUS-DATE
016156         DISPLAY 'HBCLIN: NO BUSINESS DATE ON BUSDATE - NOT RUN'
016160         GO TO 0100-EXIT
016164     END-IF.
016168     IF NOT BD-DATE-OPEN
016172         DISPLAY 'HBCLIN: BUSINESS DATE ' BD-BUS-DATE
016176                 ' IS NOT OPEN - NOT RUN'
016180         SET HB-NO-BUS-DATE TO TRUE
016184     END-IF.
016188 0100-EXIT.
016192     EXIT.
016200*
016300 1000-INITIALIZE.
016400     OPEN INPUT  CLIN-TRAN-FILE.
016500     OPEN I-O    SYMPTOM-FILE.
016600     OPEN I-O    TREATMNT-FILE.
016700     OPEN INPUT  PATIENT-FILE.
016800     OPEN INPUT  DOCTOR-FILE.
016900     OPEN INPUT  FACILITY-FILE.
017000     OPEN I-O    RUN-CONTROL-FILE.
017100     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
017200*-----------------------------------------------------------
017300* ON A RESTART THE REJECT FILE ALREADY HOLDS THE ROWS FOR
017400* THE TRANSACTIONS ABOUT TO BE SKIPPED - IT IS OPENED EXTEND
017500* SO THE RERUN APPENDS BEHIND THEM INSTEAD OF LOSING REJECTS
017600* THE WARD CLERKS STILL HAVE TO CORRECT.
017700*-----------------------------------------------------------
017800     IF HB-RESTART-SKIP-CT > ZERO
017900         OPEN EXTEND CLIN-REJECT-FILE
018000     ELSE
018100         OPEN OUTPUT CLIN-REJECT-FILE
018200     END-IF.
018300     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
018400     PERFORM 1200-SKIP-POSTED-TRAN THRU 1200-EXIT
018500         UNTIL HB-TRAN-EOF
018600         OR HB-SKIP-CT = HB-RESTART-SKIP-CT.
018700 1000-EXIT.
018800     EXIT.
018900*
019000*-----------------------------------------------------------
019100* PICKS UP THIS PROGRAM'S ROW ON THE RUN-CONTROL FILE.  A
019200* NONZERO COUNT MEANS THE LAST RUN DIED MID-BATCH - THAT
019300* MANY TRANSACTIONS WERE ALREADY CONSUMED AND MUST BE
019400* SKIPPED, NOT RE-POSTED (A MEDICATION APPENDED TWICE SHOWS
019500* TWICE IN THE HISTORY).  NO ROW YET MEANS THE FILE IS NEW;
019600* A FRESH ROW AT ZERO IS WRITTEN SO THE PER-TRANSACTION
019700* REWRITE IN 8000-TAKE-CHECKPOINT HAS A ROW TO LAND ON.
019800*-----------------------------------------------------------
019900 1100-LOAD-CHECKPOINT.
020000     MOVE 'HBCLIN'           TO RUN-PROG-NAME.
020100     READ RUN-CONTROL-FILE
020200         INVALID KEY
020300             MOVE 'HBCLIN'   TO RUN-PROG-NAME
020400             MOVE ZERO       TO RUN-POSTED-CT
020500             WRITE RUN-CONTROL-RECORD
020600             GO TO 1100-EXIT
020700     END-READ.
020800     MOVE RUN-POSTED-CT      TO HB-RESTART-SKIP-CT
020900                                HB-PROCESSED-CT.
021000     IF HB-RESTART-SKIP-CT > ZERO
021100         DISPLAY 'HBCLIN: RESTART - SKIPPING '
021200             HB-RESTART-SKIP-CT ' POSTED TRANSACTIONS'
021300     END-IF.
021400 1100-EXIT.
021500     EXIT.
021600*
021700 1200-SKIP-POSTED-TRAN.
021800     ADD 1 TO HB-SKIP-CT.
021900     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
022000 1200-EXIT.
022100     EXIT.
022200*
022300 2000-POST-CLIN-TRAN.
022400     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
022500     IF HB-REJ-REASON NOT = SPACES
022600         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
022700         GO TO 2000-EXIT
022800     END-IF.
022900     IF CL-OPEN-CASE
023000         PERFORM 4100-OPEN-CASE THRU 4100-EXIT
023100         GO TO 2000-EXIT
023200     END-IF.
023300     IF CL-CLOSE-CASE
023400         PERFORM 4200-CLOSE-CASE THRU 4200-EXIT
023500         GO TO 2000-EXIT
023600     END-IF.
023700     IF CL-REASSIGN-CASE
023800         PERFORM 4300-REASSIGN-CASE THRU 4300-EXIT
023900         GO TO 2000-EXIT
024000     END-IF.
024100     IF CL-POST-TREATMENT
024200         PERFORM 4400-POST-TREATMENT THRU 4400-EXIT
024300         GO TO 2000-EXIT
024400     END-IF.
024500     IF CL-ADD-MEDICATION
024600         PERFORM 4500-ADD-MEDICATION THRU 4500-EXIT
024700         GO TO 2000-EXIT
024800     END-IF.
024900     IF CL-FLAG-SURGERY
025000         PERFORM 4600-FLAG-SURGERY THRU 4600-EXIT
025100         GO TO 2000-EXIT
025200     END-IF.
025300     IF CL-CLEAR-SURGERY
025400         PERFORM 4700-CLEAR-SURGERY THRU 4700-EXIT
025500     END-IF.
025600 2000-EXIT.
025700     PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT.
025800     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
025900     EXIT.
026000*
026100*-----------------------------------------------------------
026200* HB-REJ-REASON OUT - SPACES WHEN THE ROW MAY POST.  THE
026300* CASE AND TREATMENT PROBES LEAVE THE ROW THEY FIND IN THE
026400* RECORD AREA, AND THE POSTING PARAGRAPHS WORK FROM THERE.
026500*-----------------------------------------------------------
026600 2100-EDIT-TRAN.
026700     MOVE SPACES             TO HB-REJ-REASON.
026800     IF NOT CL-VALID-ACTION
026900         MOVE '095'          TO HB-REJ-REASON
027000         GO TO 2100-EXIT
027100     END-IF.
027200     MOVE CL-DATE            TO HB-EDIT-DATE.
027300     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
027400     IF NOT HB-DATE-OK
027500         MOVE '010'          TO HB-REJ-REASON
027600         GO TO 2100-EXIT
027700     END-IF.
027800     PERFORM 5100-PROBE-PATIENT THRU 5100-EXIT.
027900     IF NOT HB-PAT-FOUND
028000         MOVE '020'          TO HB-REJ-REASON
028100         GO TO 2100-EXIT
028200     END-IF.
028300     PERFORM 2200-EDIT-REQUIRED THRU 2200-EXIT.
028400     IF HB-REJ-REASON NOT = SPACES
028500         GO TO 2100-EXIT
028600     END-IF.
028700     IF CL-OPEN-CASE OR CL-REASSIGN-CASE
028800         PERFORM 5200-PROBE-DOCTOR THRU 5200-EXIT
028900         IF NOT HB-DOCT-FOUND
029000             MOVE '060'      TO HB-REJ-REASON
029100             GO TO 2100-EXIT
029200         END-IF
029300     END-IF.
029400     IF CL-FLAG-SURGERY
029500         PERFORM 5300-PROBE-FACILITY THRU 5300-EXIT
029600         IF NOT HB-FAC-FOUND
029700             MOVE '070'      TO HB-REJ-REASON
029800             GO TO 2100-EXIT
029900         END-IF
030000     END-IF.
030100     PERFORM 2300-EDIT-ROW-STATE THRU 2300-EXIT.
030200 2100-EXIT.
030300     EXIT.
030400*
030500 2200-EDIT-REQUIRED.
030600     IF CL-OPEN-CASE
030700         IF CL-DOCTOR = SPACES OR CL-DIAGNOSE = SPACES
030800             MOVE '030'      TO HB-REJ-REASON
030900         END-IF
031000         GO TO 2200-EXIT
031100     END-IF.
031200     IF CL-REASSIGN-CASE
031300         IF CL-DOCTOR = SPACES
031400             MOVE '030'      TO HB-REJ-REASON
031500         END-IF
031600         GO TO 2200-EXIT
031700     END-IF.
031800     IF CL-POST-TREATMENT
031900         IF CL-TRTYPE = SPACES
032000             MOVE '030'      TO HB-REJ-REASON
032100         END-IF
032200         GO TO 2200-EXIT
032300     END-IF.
032400     IF CL-ADD-MEDICATION
032500         IF CL-MEDICATION = SPACES
032600             MOVE '030'      TO HB-REJ-REASON
032700         END-IF
032800         GO TO 2200-EXIT
032900     END-IF.
033000     IF CL-FLAG-SURGERY
033100         IF CL-FACTYPE = SPACES
033200             MOVE '030'      TO HB-REJ-REASON
033300         END-IF
033400     END-IF.
033500 2200-EXIT.
033600     EXIT.
033700*
033800*-----------------------------------------------------------
033900* CASE ACTIONS NEED THE SYMPTOM ROW IN THE RIGHT STATE -
034000* AN OPEN MUST NOT LAND ON A CASE STILL OPEN, A CLOSE OR
034100* REASSIGN NEEDS ONE.  MEDICATION AND SURGERY ACTIONS NEED
034200* THE TREATMENT ROW TO EXIST, AND A MEDICATION IS REFUSED
034300* WHEN THE HISTORY ALREADY HOLDS ALL TWENTY ENTRIES THE
034400* RECORD HAS ROOM FOR.  A TREATMENT POSTS EITHER WAY - IT
034500* WRITES THE ROW WHEN THERE IS NONE.
034600*-----------------------------------------------------------
034700 2300-EDIT-ROW-STATE.
034800     IF CL-OPEN-CASE OR CL-CLOSE-CASE OR CL-REASSIGN-CASE
034900         PERFORM 5400-PROBE-CASE THRU 5400-EXIT
035000         IF CL-OPEN-CASE AND HB-CASE-OPEN
035100             MOVE '090'      TO HB-REJ-REASON
035200         END-IF
035300         IF NOT CL-OPEN-CASE AND NOT HB-CASE-OPEN
035400             MOVE '090'      TO HB-REJ-REASON
035500         END-IF
035600         GO TO 2300-EXIT
035700     END-IF.
035800     PERFORM 5500-PROBE-TREATMENT THRU 5500-EXIT.
035900     IF CL-POST-TREATMENT
036000         GO TO 2300-EXIT
036100     END-IF.
036200     IF NOT HB-TRT-FOUND
036300         MOVE '090'          TO HB-REJ-REASON
036400         GO TO 2300-EXIT
036500     END-IF.
036600     IF CL-ADD-MEDICATION AND MED-COUNT >= 20
036700         MOVE '080'          TO HB-REJ-REASON
036800     END-IF.
036900 2300-EXIT.
037000     EXIT.
037100*
037200 2900-WRITE-REJECT.
037300     MOVE HB-REJ-REASON      TO CR-REASON.
037400     MOVE CLIN-TRAN-RECORD   TO CR-TRAN-IMAGE.
037500     MOVE HB-CLIN-REJ-ROW    TO CLIN-REJECT-LINE.
037600     WRITE CLIN-REJECT-LINE.
037700     ADD 1 TO HB-REJECTED-CT.
037800 2900-EXIT.
037900     EXIT.
038000*
038100 3000-READ-TRAN.
038200     READ CLIN-TRAN-FILE
038300         AT END SET HB-TRAN-EOF TO TRUE
038400     END-READ.
038500 3000-EXIT.
038600     EXIT.
038700*
038800*-----------------------------------------------------------
038900* A NEW CASE ON A BED THAT HAS NEVER HAD ONE IS WRITTEN; ON
039000* A BED WHOSE LAST CASE IS CLOSED THE CLOSED ROW IS REPLACED.
039100* THE DOCTOR'S PHONE COMES FROM THE DOCTOR MASTER ROW THE
039200* EDIT JUST READ, NOT FROM THE CLERK'S KEYING.
039300*-----------------------------------------------------------
039400 4100-OPEN-CASE.
039500     MOVE SPACES             TO SYMPTOM-RECORD.
039600     MOVE BEDIDENT OF CLIN-TRAN-RECORD
039700                             TO BEDIDENT OF SYMPTOM-RECORD.
039800     MOVE CL-DIAGNOSE        TO DIAGNOSE.
039900     MOVE CL-DATE            TO SYMPDATE.
040000     MOVE CL-PREV-TREAT-FLAG TO PREV-TREAT-FLAG.
040100     MOVE CL-TREAT-DESC      TO TREAT-DESC.
040200     MOVE CL-DOCTOR          TO SYMP-DOCTOR.
040300     MOVE DOCT-PHONE         TO SYMP-DOCT-PHONE.
040400     MOVE 'N'                TO CASE-CLOSED-FLAG.
040500     IF HB-CASE-FOUND
040600         REWRITE SYMPTOM-RECORD
040700             INVALID KEY
040800                 DISPLAY 'HBCLIN: CASE REWRITE FAILED - '
040900                     BEDIDENT OF CLIN-TRAN-RECORD
041000                 GO TO 4100-EXIT
041100         END-REWRITE
041200     ELSE
041300         WRITE SYMPTOM-RECORD
041400             INVALID KEY
041500                 DISPLAY 'HBCLIN: CASE WRITE FAILED - '
041600                     BEDIDENT OF CLIN-TRAN-RECORD
041700                 GO TO 4100-EXIT
041800         END-WRITE
041900     END-IF.
042000     ADD 1 TO HB-OPENED-CT.
042100 4100-EXIT.
042200     EXIT.
042300*
042400 4200-CLOSE-CASE.
042500     MOVE 'Y'                TO CASE-CLOSED-FLAG.
042600     REWRITE SYMPTOM-RECORD
042700         INVALID KEY
042800             DISPLAY 'HBCLIN: CASE REWRITE FAILED - '
042900                 BEDIDENT OF CLIN-TRAN-RECORD
043000             GO TO 4200-EXIT
043100     END-REWRITE.
043200     ADD 1 TO HB-CLOSED-CT.
043300 4200-EXIT.
043400     EXIT.
043500*
043600 4300-REASSIGN-CASE.
043700     MOVE CL-DOCTOR          TO SYMP-DOCTOR.
043800     MOVE DOCT-PHONE         TO SYMP-DOCT-PHONE.
043900     REWRITE SYMPTOM-RECORD
044000         INVALID KEY
044100             DISPLAY 'HBCLIN: CASE REWRITE FAILED - '
044200                 BEDIDENT OF CLIN-TRAN-RECORD
044300             GO TO 4300-EXIT
044400     END-REWRITE.
044500     ADD 1 TO HB-REASSIGNED-CT.
044600 4300-EXIT.
044700     EXIT.
044800*
044900*-----------------------------------------------------------
045000* A TREATMENT ON A BED WITH NO TREATMENT ROW STARTS ONE WITH
045100* AN EMPTY MEDICATION HISTORY AND NO SURGERY; ON A BED THAT
045200* HAS ONE, THE TYPE AND DATE ARE UPDATED AND THE MEDICATION
045300* HISTORY AND SURGERY BOOKING ARE LEFT AS THEY ARE.  A BLANK
045400* DIET-COMMENT ON THE TRANSACTION LEAVES THE ROW'S OWN ALONE.
045500*-----------------------------------------------------------
045600 4400-POST-TREATMENT.
045700     IF NOT HB-TRT-FOUND
045800         MOVE ZERO           TO MED-COUNT
045900         MOVE BEDIDENT OF CLIN-TRAN-RECORD
046000                             TO BEDIDENT OF TREATMNT-RECORD
046100         MOVE SPACES         TO DIET-COMMENT
046300         MOVE 'N'            TO SURGERY-FLAG
046400         MOVE SPACES         TO SURGERY-DATE SURGERY-COMMENT
046500                                FACTYPE OF TREATMNT-RECORD
046600     END-IF.
046700     MOVE CL-TRTYPE          TO TRTYPE.
046800     MOVE CL-DATE            TO TRDATE.
046900     IF CL-DIET-COMMENT NOT = SPACES
047000         MOVE CL-DIET-COMMENT TO DIET-COMMENT
047100     END-IF.
047200     IF HB-TRT-FOUND
047300         REWRITE TREATMNT-RECORD
047400             INVALID KEY
047500                 DISPLAY 'HBCLIN: TREATMENT REWRITE FAILED - '
047600                     BEDIDENT OF CLIN-TRAN-RECORD
047700                 GO TO 4400-EXIT
047800         END-REWRITE
047900     ELSE
048000         WRITE TREATMNT-RECORD
048100             INVALID KEY
048200                 DISPLAY 'HBCLIN: TREATMENT WRITE FAILED - '
048300                     BEDIDENT OF CLIN-TRAN-RECORD
048400                 GO TO 4400-EXIT
048500         END-WRITE
048600     END-IF.
048700     ADD 1 TO HB-TREATED-CT.
048800 4400-EXIT.
048900     EXIT.
049000*
049100*-----------------------------------------------------------
049200* 2300-EDIT-ROW-STATE HAS ALREADY REFUSED A TWENTY-FIRST
049300* ENTRY, SO MED-COUNT CANNOT RUN PAST THE OCCURS LIMIT HERE.
049400* THE TAIL FIELDS ARE SAVED BEFORE THE COUNT GOES UP AND PUT
049500* BACK AFTER, SINCE THE NEW ENTRY TAKES THE BYTES THEY SAT IN.
049600*-----------------------------------------------------------
049700 4500-ADD-MEDICATION.
049800     PERFORM 6000-SAVE-TRT-TAIL THRU 6000-EXIT.
049900     ADD 1 TO MED-COUNT.
050000     MOVE CL-DATE            TO MED-DATE(MED-COUNT).
050100     MOVE CL-MEDICATION      TO MEDICATION-TYPE(MED-COUNT).
050200     PERFORM 6100-RESTORE-TRT-TAIL THRU 6100-EXIT.
050300     REWRITE TREATMNT-RECORD
050400         INVALID KEY
050500             DISPLAY 'HBCLIN: TREATMENT REWRITE FAILED - '
050600                 BEDIDENT OF CLIN-TRAN-RECORD
050700             GO TO 4500-EXIT
050800     END-REWRITE.
050900     ADD 1 TO HB-MED-ADDED-CT.
051000 4500-EXIT.
051100     EXIT.
051200*
051300 4600-FLAG-SURGERY.
051400     MOVE 'Y'                TO SURGERY-FLAG.
051500     MOVE CL-DATE            TO SURGERY-DATE.
051600     MOVE CL-SURG-COMMENT    TO SURGERY-COMMENT.
051700     MOVE CL-FACTYPE         TO FACTYPE OF TREATMNT-RECORD.
051800     REWRITE TREATMNT-RECORD
051900         INVALID KEY
052000             DISPLAY 'HBCLIN: TREATMENT REWRITE FAILED - '
052100                 BEDIDENT OF CLIN-TRAN-RECORD
052200             GO TO 4600-EXIT
052300     END-REWRITE.
052400     ADD 1 TO HB-SURG-FLAG-CT.
052500 4600-EXIT.
052600     EXIT.
052700*
052800*-----------------------------------------------------------
052900* A CLEARED SURGERY KEEPS ITS COMMENT LINE FOR THE CANCEL
053000* REASON WHEN THE CLERK GIVES ONE; THE DATE AND FACTYPE GO
053100* SO HBSURGR NO LONGER BOOKS THE ROW.
053200*-----------------------------------------------------------
053300 4700-CLEAR-SURGERY.
053400     MOVE 'N'                TO SURGERY-FLAG.
053500     MOVE SPACES             TO SURGERY-DATE
053600                                FACTYPE OF TREATMNT-RECORD.
053700     IF CL-SURG-COMMENT NOT = SPACES
053800         MOVE CL-SURG-COMMENT TO SURGERY-COMMENT
053900     END-IF.
054000     REWRITE TREATMNT-RECORD
054100         INVALID KEY
054200             DISPLAY 'HBCLIN: TREATMENT REWRITE FAILED - '
054300                 BEDIDENT OF CLIN-TRAN-RECORD
054400             GO TO 4700-EXIT
054500     END-REWRITE.
054600     ADD 1 TO HB-SURG-CLEAR-CT.
054700 4700-EXIT.
054800     EXIT.
054900*
055000*-----------------------------------------------------------
055100* HB-EDIT-DATE IN, HB-DATE-OK-SW OUT - HBTREDT'S RULE: SIX
055200* DIGITS, MM 01-12, DD 01-31.
055300*-----------------------------------------------------------
055400 5000-VALIDATE-DATE.
055500     MOVE 'N'                TO HB-DATE-OK-SW.
055600     IF HB-EDIT-DATE NOT NUMERIC
055700         GO TO 5000-EXIT
055800     END-IF.
055900     IF HB-EDIT-MM < 01 OR HB-EDIT-MM > 12
056000         GO TO 5000-EXIT
056100     END-IF.
056200     IF HB-EDIT-DD < 01 OR HB-EDIT-DD > 31
056300         GO TO 5000-EXIT
056400     END-IF.
056500     SET HB-DATE-OK TO TRUE.
056600 5000-EXIT.
056700     EXIT.
056800*
056900 5100-PROBE-PATIENT.
057000     MOVE 'N'                TO HB-PAT-FOUND-SW.
057100     MOVE SPACES             TO PATIENT-RECORD.
057200     MOVE BEDIDENT OF CLIN-TRAN-RECORD
057300                             TO BEDIDENT OF PATIENT-RECORD.
057400     READ PATIENT-FILE
057500         INVALID KEY
057600             GO TO 5100-EXIT
057700     END-READ.
057800     SET HB-PAT-FOUND TO TRUE.
057900 5100-EXIT.
058000     EXIT.
058100*
058200 5200-PROBE-DOCTOR.
058300     MOVE 'N'                TO HB-DOCT-FOUND-SW.
058400     MOVE SPACES             TO DOCTOR-RECORD.
058500     MOVE CL-DOCTOR          TO DOCTNAME.
058600     READ DOCTOR-FILE
058700         INVALID KEY
058800             GO TO 5200-EXIT
058900     END-READ.
059000     SET HB-DOCT-FOUND TO TRUE.
059100 5200-EXIT.
059200     EXIT.
059300*
059400 5300-PROBE-FACILITY.
059500     MOVE 'N'                TO HB-FAC-FOUND-SW.
059600     MOVE SPACES             TO FACILITY-RECORD.
059700     MOVE CL-FACTYPE         TO FACTYPE OF FACILITY-RECORD.
059800     READ FACILITY-FILE
059900         INVALID KEY
060000             GO TO 5300-EXIT
060100     END-READ.
060200     SET HB-FAC-FOUND TO TRUE.
060300 5300-EXIT.
060400     EXIT.
060500*
060600 5400-PROBE-CASE.
060700     MOVE 'N'                TO HB-CASE-FOUND-SW.
060800     MOVE 'N'                TO HB-CASE-OPEN-SW.
060900     MOVE SPACES             TO SYMPTOM-RECORD.
061000     MOVE BEDIDENT OF CLIN-TRAN-RECORD
061100                             TO BEDIDENT OF SYMPTOM-RECORD.
061200     READ SYMPTOM-FILE
061300         INVALID KEY
061400             GO TO 5400-EXIT
061500     END-READ.
061600     SET HB-CASE-FOUND TO TRUE.
061700     IF CASE-CLOSED-FLAG NOT = 'Y'
061800         SET HB-CASE-OPEN TO TRUE
061900     END-IF.
062000 5400-EXIT.
062100     EXIT.
062200*
062300 5500-PROBE-TREATMENT.
062400     MOVE 'N'                TO HB-TRT-FOUND-SW.
062500     MOVE BEDIDENT OF CLIN-TRAN-RECORD
062600                             TO BEDIDENT OF TREATMNT-RECORD.
062700     READ TREATMNT-FILE
062800         INVALID KEY
062900             GO TO 5500-EXIT
063000     END-READ.
063100     SET HB-TRT-FOUND TO TRUE.
063200 5500-EXIT.
063300     EXIT.
063400*
063500 6000-SAVE-TRT-TAIL.
063600     MOVE DIET-COMMENT       TO HB-TAIL-DIET.
063700     MOVE SURGERY-FLAG       TO HB-TAIL-SURG-FLAG.
063800     MOVE SURGERY-DATE       TO HB-TAIL-SURG-DATE.
063900     MOVE SURGERY-COMMENT    TO HB-TAIL-SURG-COMM.
064000     MOVE FACTYPE OF TREATMNT-RECORD TO HB-TAIL-FACTYPE.
064100 6000-EXIT.
064200     EXIT.
064300*
064400 6100-RESTORE-TRT-TAIL.
064500     MOVE HB-TAIL-DIET       TO DIET-COMMENT.
064600     MOVE HB-TAIL-SURG-FLAG  TO SURGERY-FLAG.
064700     MOVE HB-TAIL-SURG-DATE  TO SURGERY-DATE.
064800     MOVE HB-TAIL-SURG-COMM  TO SURGERY-COMMENT.
064900     MOVE HB-TAIL-FACTYPE    TO FACTYPE OF TREATMNT-RECORD.
065000 6100-EXIT.
065100     EXIT.
065200*
065300*-----------------------------------------------------------
065400* ONE REWRITE PER TRANSACTION CONSUMED - POSTED OR REJECTED,
065500* EITHER WAY THE ROW HAS BEEN DEALT WITH AND A RESTART MUST
065600* NOT SEE IT AGAIN.  THE COUNT GOES BACK TO ZERO AT NORMAL
065700* TERMINATION SO THE NEXT NIGHT STARTS FROM THE TOP.
065800*-----------------------------------------------------------
065900 8000-TAKE-CHECKPOINT.
066000     ADD 1 TO HB-PROCESSED-CT.
066100     MOVE HB-PROCESSED-CT    TO RUN-POSTED-CT.
066200     REWRITE RUN-CONTROL-RECORD
066300         INVALID KEY
066400             DISPLAY 'HBCLIN: CHECKPOINT REWRITE FAILED'
066500     END-REWRITE.
066600 8000-EXIT.
066700     EXIT.
066800*
066900 9000-TERMINATE.
067000     CLOSE CLIN-TRAN-FILE.
067100     CLOSE SYMPTOM-FILE.
067200     CLOSE TREATMNT-FILE.
067300     CLOSE PATIENT-FILE.
067400     CLOSE DOCTOR-FILE.
067500     CLOSE FACILITY-FILE.
067600     CLOSE CLIN-REJECT-FILE.
067700     MOVE ZERO               TO RUN-POSTED-CT.
067800     REWRITE RUN-CONTROL-RECORD
067900         INVALID KEY
068000             DISPLAY 'HBCLIN: CHECKPOINT RESET FAILED'
068100     END-REWRITE.
068200     CLOSE RUN-CONTROL-FILE.
068300     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
068400     DISPLAY 'HBCLIN: CASES OPENED        = ' HB-OPENED-CT.
068500     DISPLAY 'HBCLIN: CASES CLOSED        = ' HB-CLOSED-CT.
068600     DISPLAY 'HBCLIN: CASES REASSIGNED    = ' HB-REASSIGNED-CT.
068700     DISPLAY 'HBCLIN: TREATMENTS POSTED   = ' HB-TREATED-CT.
068800     DISPLAY 'HBCLIN: MEDICATIONS ADDED   = ' HB-MED-ADDED-CT.
068900     DISPLAY 'HBCLIN: SURGERIES FLAGGED   = ' HB-SURG-FLAG-CT.
069000     DISPLAY 'HBCLIN: SURGERIES CLEARED   = ' HB-SURG-CLEAR-CT.
069100     DISPLAY 'HBCLIN: TRANSACTIONS REJECTED = ' HB-REJECTED-CT.
069200 9000-EXIT.
069300     EXIT.
069400*
069500 9100-WRITE-CONTROL-TOTALS.
069600     OPEN EXTEND CONTROL-TOTAL-FILE.
069650     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
069700     MOVE 'HBCLIN'           TO CTL-PROG-NAME.
069800     MOVE 'CASES OPENED'       TO CTL-COUNTER-NAME.
069900     MOVE HB-OPENED-CT       TO CTL-COUNT.
070000     WRITE CONTROL-TOTAL-RECORD.
070100     MOVE 'CASES CLOSED'       TO CTL-COUNTER-NAME.
070200     MOVE HB-CLOSED-CT       TO CTL-COUNT.
070300     WRITE CONTROL-TOTAL-RECORD.
070400     MOVE 'CASES REASSIGNED'   TO CTL-COUNTER-NAME.
070500     MOVE HB-REASSIGNED-CT   TO CTL-COUNT.
070600     WRITE CONTROL-TOTAL-RECORD.
070700     MOVE 'TREATMENTS POSTED'  TO CTL-COUNTER-NAME.
070800     MOVE HB-TREATED-CT      TO CTL-COUNT.
070900     WRITE CONTROL-TOTAL-RECORD.
071000     MOVE 'MEDICATIONS ADDED'  TO CTL-COUNTER-NAME.
071100     MOVE HB-MED-ADDED-CT    TO CTL-COUNT.
071200     WRITE CONTROL-TOTAL-RECORD.
071300     MOVE 'SURGERIES FLAGGED'  TO CTL-COUNTER-NAME.
071400     MOVE HB-SURG-FLAG-CT    TO CTL-COUNT.
071500     WRITE CONTROL-TOTAL-RECORD.
071600     MOVE 'SURGERIES CLEARED'  TO CTL-COUNTER-NAME.
071700     MOVE HB-SURG-CLEAR-CT   TO CTL-COUNT.
071800     WRITE CONTROL-TOTAL-RECORD.
071900     MOVE 'CLIN TRANS REJECTED' TO CTL-COUNTER-NAME.
072000     MOVE HB-REJECTED-CT     TO CTL-COUNT.
072100     WRITE CONTROL-TOTAL-RECORD.
072200     CLOSE CONTROL-TOTAL-FILE.
072300 9100-EXIT.
072400     EXIT.
