001623*                  = 20XX) SO A STAY SPANNING NEW YEAR BILLS
001624*                  ITS REAL NIGHTS INSTEAD OF TRIPPING THE
001625*                  NEGATIVE-NIGHTS TRAP EVERY JANUARY.
001626* 2026-09-18  DPO  TREATMENT IS NOW PRICED FROM THE CLINICAL
001627*                  ARCHIVE (TRTARCH) HBDISCH WRITES, NOT FROM
001628*                  TRTMSTR - THE ROW NO LONGER STAYS ON THE
001629*                  BED AFTER DISCHARGE.
001630* 2026-10-09  DPO  THE RUN DATE IS NOW THE OPEN BUSINESS DATE
001631*                  FROM BUSDATE RATHER THAN THE MACHINE CLOCK,
001632*                  SO A RUN AFTER MIDNIGHT OR A CATCH-UP NIGHT
001633*                  POSTS TO ITS OWN DATE.  NO OPEN DATE, NO RUN.
001650*-----------------------------------------------------------
001700*
001800*-----------------------------------------------------------
001900* THIS STEP RUNS IMMEDIATELY AFTER HBDISCH IN THE NIGHTLY
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS WARDNO OF WARD-RECORD.
003800     SELECT TRT-ARCH-FILE ASSIGN TO "TRTARCH"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT FACILITY-FILE ASSIGN TO "FACMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004740         ORGANIZATION IS INDEXED
004750         ACCESS MODE IS SEQUENTIAL
004760         RECORD KEY IS RATE-KEY.
004773     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004786         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DISCH-ARCH-FILE.
005160 COPY PATREC.
005200 FD  WARD-FILE.
005300 COPY WARDREC.
005400 FD  TRT-ARCH-FILE.
005500 COPY TRTARCH.
005600 FD  FACILITY-FILE.
005700 COPY FACREC.
005800 FD  BILL-EXTRACT-FILE.
005940 COPY RATEREC.
005950 FD  BILL-VOID-FILE.
005960 01  BILL-VOID-LINE           PIC X(04).
005973 FD  BUSINESS-DATE-FILE.
005986 01  BUSINESS-DATE-LINE      PIC X(27).
006000 WORKING-STORAGE SECTION.
006100 01  HB-SWITCHES.
006133     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
006166         88  HB-NO-BUS-DATE      VALUE 'Y'.
006200     03  HB-DISCH-EOF-SW     PIC X(01)   VALUE 'N'.
006300         88  HB-DISCH-EOF        VALUE 'Y'.
006400     03  HB-TRT-FOUND-SW     PIC X(01)   VALUE 'N'.
006500         88  HB-TRT-FOUND        VALUE 'Y'.
006550     03  HB-PAT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
006560         88  HB-PAT-ARCH-EOF     VALUE 'Y'.
006562     03  HB-TRT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
006564         88  HB-TRT-ARCH-EOF     VALUE 'Y'.
006570     03  HB-NIGHTS-ERROR-SW  PIC X(01)   VALUE 'N'.
006580         88  HB-NIGHTS-ERROR     VALUE 'Y'.
006582     03  HB-RATE-EOF-SW      PIC X(01)   VALUE 'N'.
008740*-----------------------------------------------------------
008750 01  HB-VOID-TABLE.
008760     03  HB-VD-BEDIDENT      OCCURS 50 TIMES PIC X(04).
009680 COPY BDATEREC.
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010716     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
010732     IF HB-NO-BUS-DATE
010748         MOVE 16             TO RETURN-CODE
010764         GOBACK
010780     END-IF.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 2000-BILL-DISCHARGE THRU 2000-EXIT
011000         UNTIL HB-DISCH-EOF.
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011200     GOBACK.
011204*
011208*-----------------------------------------------------------
011212* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
011216* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
011220* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
011224*-----------------------------------------------------------
011228 0100-READ-BUSINESS-DATE.
011232     OPEN INPUT BUSINESS-DATE-FILE.
011236     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
011240         AT END SET HB-NO-BUS-DATE TO TRUE
011244     END-READ.
011248     CLOSE BUSINESS-DATE-FILE.
011252     IF HB-NO-BUS-DATE
011256         DISPLAY 'HBBILL: NO BUSINESS DATE ON BUSDATE - NOT RUN'
011260         GO TO 0100-EXIT
011264     END-IF.
011268     IF NOT BD-DATE-OPEN
011272         DISPLAY 'HBBILL: BUSINESS DATE ' BD-BUS-DATE
011276                 ' IS NOT OPEN - NOT RUN'
011280         SET HB-NO-BUS-DATE TO TRUE
011284     END-IF.
011288 0100-EXIT.
011292     EXIT.
011300*
011400 1000-INITIALIZE.
011500     OPEN INPUT DISCH-ARCH-FILE.
011550     OPEN INPUT PATIENT-ARCH-FILE.
011600     OPEN INPUT WARD-FILE.
011700     OPEN INPUT TRT-ARCH-FILE.
011800     OPEN INPUT FACILITY-FILE.
011900     OPEN OUTPUT BILL-EXTRACT-FILE.
011910     OPEN INPUT RATE-FILE.
011912     OPEN INPUT BILL-VOID-FILE.
011920     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
011930     PERFORM 1150-READ-RATE THRU 1150-EXIT.
011940     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
011950         UNTIL HB-RATE-EOF.
011980         UNTIL HB-VOID-EOF.
012000     PERFORM 3000-READ-DISCHARGE THRU 3000-EXIT.
012050     PERFORM 3100-READ-PATIENT-ARCH THRU 3100-EXIT.
012060     PERFORM 3200-READ-TRT-ARCH THRU 3200-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300*
012432     EXIT.
012433*
012434 2000-BILL-DISCHARGE.
012435     PERFORM 2250-MATCH-TRT-ARCH THRU 2250-EXIT.
012436     IF BEDIDENT OF PATIENT-RECORD NOT = BEDIDENT OF
012440         DISCHARGE-RECORD
012450         ADD 1 TO HB-ARCH-MISMATCH-CT
013700 2000-EXIT.
013710     PERFORM 3000-READ-DISCHARGE THRU 3000-EXIT.
013720     PERFORM 3100-READ-PATIENT-ARCH THRU 3100-EXIT.
013730     IF HB-TRT-FOUND
013740         PERFORM 3200-READ-TRT-ARCH THRU 3200-EXIT
013750     END-IF.
013800     EXIT.
013900*
014000 2100-PRICE-WARD.
016290     EXIT.
016295*
016300 2200-PRICE-TREATMNT.
016500     MOVE ZERO               TO BILL-TRT-CHARGE BILL-SURG-CHARGE.
016900     IF NOT HB-TRT-FOUND
017050         ADD 1 TO HB-NOTRT-CT
017060         DISPLAY 'HBBILL: NO TREATMNT ROW FOR BEDIDENT - '
017070             BEDIDENT OF DISCHARGE-RECORD
017100         GO TO 2200-EXIT
017200     END-IF.
017400     MOVE TA-TRTYPE          TO BILL-TRTYPE.
017500     MOVE TA-SURGERY-FLAG    TO BILL-SURGERY-FLAG.
017600     MOVE TA-FACTYPE         TO BILL-FACTYPE.
017700     MOVE 'T'                TO HB-LOOKUP-CATEGORY.
017710     MOVE TA-TRTYPE          TO HB-LOOKUP-TYPE.
017720     PERFORM 7000-FIND-RATE THRU 7000-EXIT.
017730     MOVE HB-LOOKUP-RATE     TO BILL-TRT-CHARGE.
017740     IF NOT HB-RATE-FOUND
017750         ADD 1 TO HB-NORATE-CT
017760         DISPLAY 'HBBILL: NO TREATMNT RATE IN FORCE FOR - '
017770             TA-TRTYPE
017780     END-IF.
017900     IF TA-SURGERY-FLAG = 'Y'
018000         MOVE HB-SURGERY-RATE TO BILL-SURG-CHARGE
018010         IF NOT HB-SURG-RATE-LOADED
018020             ADD 1 TO HB-NORATE-CT
018200 2200-EXIT.
018300     EXIT.
018400*
018440*-----------------------------------------------------------
018480* HBDISCH WRITES A TRTARCH ROW ONLY FOR A DISCHARGE WHOSE BED
018520* HAD A TREATMNT ROW, IN DISCHARGE ORDER - SO THE CURRENT
018560* TRTARCH ROW EITHER BELONGS TO THIS DISCHARGE (SAME BED AND
018600* SAME MRN AS THE LOCKSTEP PATIENT ROW) OR TO A LATER ONE.
018640* IT IS ONLY ADVANCED ONCE IT HAS MATCHED (SEE 2000-EXIT),
018680* WHETHER OR NOT THE DISCHARGE WENT ON TO BILL.
018720*-----------------------------------------------------------
018760 2250-MATCH-TRT-ARCH.
018800     MOVE 'N'                TO HB-TRT-FOUND-SW.
018840     IF NOT HB-TRT-ARCH-EOF
018880         AND TA-BEDIDENT = BEDIDENT OF DISCHARGE-RECORD
018920         AND TA-MRN = PAT-MRN
018960         SET HB-TRT-FOUND TO TRUE
019000     END-IF.
019040 2250-EXIT.
019080     EXIT.
019120*
019300 2300-PRICE-FACILITY.
019400     MOVE ZERO               TO BILL-FAC-CHARGE.
019500     IF NOT HB-TRT-FOUND OR BILL-FACTYPE = SPACES
019510         OR TA-SURGERY-FLAG NOT = 'Y'
019600         GO TO 2300-EXIT
019700     END-IF.
019800     MOVE 'F'                TO HB-LOOKUP-CATEGORY.
021720     END-READ.
021730 3100-EXIT.
021740     EXIT.
021741*
021742 3200-READ-TRT-ARCH.
021743     READ TRT-ARCH-FILE
021744         AT END SET HB-TRT-ARCH-EOF TO TRUE
021745     END-READ.
021746 3200-EXIT.
021747     EXIT.
021750*
021751*-----------------------------------------------------------
021752* HB-LOOKUP-CATEGORY/HB-LOOKUP-TYPE IN, HB-LOOKUP-RATE AND
021900     CLOSE DISCH-ARCH-FILE.
021950     CLOSE PATIENT-ARCH-FILE.
022000     CLOSE WARD-FILE.
022100     CLOSE TRT-ARCH-FILE.
022200     CLOSE FACILITY-FILE.
022300     CLOSE BILL-EXTRACT-FILE.
022305     CLOSE RATE-FILE.
022700*
022800 9100-WRITE-CONTROL-TOTALS.
022900     OPEN EXTEND CONTROL-TOTAL-FILE.
022950     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
023000     MOVE 'HBBILL'           TO CTL-PROG-NAME.
023100     MOVE 'INVOICES WRITTEN'   TO CTL-COUNTER-NAME.
023200     MOVE HB-BILLED-CT       TO CTL-COUNT.
