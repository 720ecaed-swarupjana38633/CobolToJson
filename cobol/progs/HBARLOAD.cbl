001740*                  BILL-PAT-CHARGE), EACH SIDE WITH ITS OWN
001750*                  PAID AND OPEN FIGURES SO THE TWO PORTIONS
001760*                  AGE AND SETTLE INDEPENDENTLY.
001768* 2026-10-09  DPO  THE RUN DATE IS NOW THE OPEN BUSINESS DATE
001776*                  FROM BUSDATE RATHER THAN THE MACHINE CLOCK,
001784*                  SO A RUN AFTER MIDNIGHT OR A CATCH-UP NIGHT
001792*                  POSTS TO ITS OWN DATE.  NO OPEN DATE, NO RUN.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS AR-CTL-KEYNAME.
004433     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004466         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BILL-EXTRACT-FILE.
005000 COPY ARLEDG.
005100 FD  AR-CONTROL-FILE.
005200 COPY ARCTL.
005233 FD  BUSINESS-DATE-FILE.
005266 01  BUSINESS-DATE-LINE      PIC X(27).
005300 WORKING-STORAGE SECTION.
005400 01  HB-SWITCHES.
005433     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005466         88  HB-NO-BUS-DATE      VALUE 'Y'.
005500     03  HB-BILL-EOF-SW      PIC X(01)   VALUE 'N'.
005600         88  HB-BILL-EOF         VALUE 'Y'.
005700 01  HB-COUNTERS.
006000 01  HB-WORK-FIELDS.
006100     03  HB-NEXT-INV-NO      PIC 9(07)   VALUE ZERO.
006200     03  HB-RUN-DATE         PIC X(06).
006250 COPY BDATEREC.
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006416     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
006432     IF HB-NO-BUS-DATE
006448         MOVE 16             TO RETURN-CODE
006464         GOBACK
006480     END-IF.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006600     PERFORM 2000-LEDGER-ONE-BILL THRU 2000-EXIT
006700         UNTIL HB-BILL-EOF.
006800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006900     GOBACK.
006904*
006908*-----------------------------------------------------------
006912* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
006916* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
006920* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
006924*-----------------------------------------------------------
006928 0100-READ-BUSINESS-DATE.
006932     OPEN INPUT BUSINESS-DATE-FILE.
006936     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
006940         AT END SET HB-NO-BUS-DATE TO TRUE
006944     END-READ.
006948     CLOSE BUSINESS-DATE-FILE.
006952     IF HB-NO-BUS-DATE
006956         DISPLAY 'HBARLOAD: NO BUSINESS DATE ON BUSDATE - NOT RUN'
006960         GO TO 0100-EXIT
006964     END-IF.
006968     IF NOT BD-DATE-OPEN
006972         DISPLAY 'HBARLOAD: BUSINESS DATE ' BD-BUS-DATE
006976                 ' IS NOT OPEN - NOT RUN'
006980         SET HB-NO-BUS-DATE TO TRUE
006984     END-IF.
006988 0100-EXIT.
006992     EXIT.
007000*
007100 1000-INITIALIZE.
007200     OPEN INPUT BILL-EXTRACT-FILE.
007300     OPEN I-O   AR-LEDGER-FILE.
007400     OPEN I-O   AR-CONTROL-FILE.
007500     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
007600     PERFORM 1100-LOAD-INV-CONTROL THRU 1100-EXIT.
007700     PERFORM 3000-READ-BILL THRU 3000-EXIT.
007800 1000-EXIT.
