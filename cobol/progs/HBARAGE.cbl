001491*                  = 20XX) SO A DECEMBER INVOICE NO LONGER
001492*                  AGES NEGATIVE IN JANUARY - LAST YEAR THE
001493*                  AGING WAS HELD THREE WEEKS OVER THIS.
001494* 2026-10-09  DPO  THE RUN DATE IS NOW THE BUSINESS DATE FROM
001495*                  BUSDATE RATHER THAN THE MACHINE CLOCK, SO A
001496*                  RERUN OR A CATCH-UP NIGHT REPORTS AS OF ITS
001497*                  OWN DATE.  NO BUSDATE ROW, NO REPORT.
001500*-----------------------------------------------------------
001600*
001700*-----------------------------------------------------------
003100         RECORD KEY IS AR-INV-NO.
003200     SELECT ARAGE-RPT ASSIGN TO "ARAGERPT"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003333     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
003366         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  AR-LEDGER-FILE.
003700 COPY ARLEDG.
003800 FD  ARAGE-RPT.
003900 01  ARAGE-LINE              PIC X(120).
003933 FD  BUSINESS-DATE-FILE.
003966 01  BUSINESS-DATE-LINE      PIC X(27).
004000 WORKING-STORAGE SECTION.
004100 01  HB-SWITCHES.
004133     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
004166         88  HB-NO-BUS-DATE      VALUE 'Y'.
004200     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
004300         88  HB-LEDGER-EOF       VALUE 'Y'.
004400 01  HB-COUNTERS.
007720     03  TL-INS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
007730     03  FILLER              PIC X(02)   VALUE SPACES.
007740     03  TL-PAT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
007770 COPY BDATEREC.
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
007916     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
007932     IF HB-NO-BUS-DATE
007948         MOVE 16             TO RETURN-CODE
007964         GOBACK
007980     END-IF.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008100     PERFORM 2000-AGE-ONE-INVOICE THRU 2000-EXIT
008200         UNTIL HB-LEDGER-EOF.
008300     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
008400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008500     GOBACK.
008505*
008510*-----------------------------------------------------------
008515* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
008520* MACHINE CLOCK.  A CLOSED DATE STILL REPORTS AS OF
008525* ITSELF; NO BUSDATE ROW AT ALL HOLDS THE STREAM.
008530*-----------------------------------------------------------
008535 0100-READ-BUSINESS-DATE.
008540     OPEN INPUT BUSINESS-DATE-FILE.
008545     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
008550         AT END SET HB-NO-BUS-DATE TO TRUE
008555     END-READ.
008560     CLOSE BUSINESS-DATE-FILE.
008565     IF HB-NO-BUS-DATE
008570         DISPLAY 'HBARAGE: NO BUSINESS DATE ON BUSDATE - NOT RUN'
008575         GO TO 0100-EXIT
008580     END-IF.
008585 0100-EXIT.
008590     EXIT.
008600*
008700 1000-INITIALIZE.
008800     OPEN INPUT AR-LEDGER-FILE.
008900     OPEN OUTPUT ARAGE-RPT.
009000     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
009100     MOVE HB-RUN-DATE(1:2)   TO HB-YY.
009200     MOVE HB-RUN-DATE(3:2)   TO HB-MM.
009300     MOVE HB-RUN-DATE(5:2)   TO HB-DD.
