002083*                  LAST ONE (STMT-SENT-DATE).  THE ONE-LEVEL
002084*                  CAP ALONE LET A NIGHTLY STREAM WALK AN
002085*                  OLD INVOICE TO FINAL DEMAND IN FOUR RUNS.
002088* 2026-10-09  DPO  THE RUN DATE IS NOW THE OPEN BUSINESS DATE
002091*                  FROM BUSDATE RATHER THAN THE MACHINE CLOCK,
002094*                  SO A RUN AFTER MIDNIGHT OR A CATCH-UP NIGHT
002097*                  POSTS TO ITS OWN DATE.  NO OPEN DATE, NO RUN.
002100*-----------------------------------------------------------
002200*
002300*-----------------------------------------------------------
004800         RECORD KEY IS STMT-INV-NO.
004900     SELECT STMT-PRINT ASSIGN TO "STMTOUT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005033     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005066         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AR-LEDGER-FILE.
005600 COPY STMTREC.
005700 FD  STMT-PRINT.
005800 01  STMT-LINE               PIC X(80).
005833 FD  BUSINESS-DATE-FILE.
005866 01  BUSINESS-DATE-LINE      PIC X(27).
005900 WORKING-STORAGE SECTION.
006000 01  HB-SWITCHES.
006033     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
006066         88  HB-NO-BUS-DATE      VALUE 'Y'.
006100     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
006200         88  HB-LEDGER-EOF       VALUE 'Y'.
006300     03  HB-HIST-FOUND-SW    PIC X(01)   VALUE 'N'.
010000 01  HB-TEXT-LINE.
010100     03  FILLER              PIC X(02)   VALUE SPACES.
010200     03  TL-TEXT             PIC X(70).
010250 COPY BDATEREC.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010416     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
010432     IF HB-NO-BUS-DATE
010448         MOVE 16             TO RETURN-CODE
010464         GOBACK
010480     END-IF.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-STATEMENT-ONE-INV THRU 2000-EXIT
010700         UNTIL HB-LEDGER-EOF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     GOBACK.
010904*
010908*-----------------------------------------------------------
010912* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
010916* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
010920* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
010924*-----------------------------------------------------------
010928 0100-READ-BUSINESS-DATE.
010932     OPEN INPUT BUSINESS-DATE-FILE.
010936     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
010940         AT END SET HB-NO-BUS-DATE TO TRUE
010944     END-READ.
010948     CLOSE BUSINESS-DATE-FILE.
010952     IF HB-NO-BUS-DATE
010956         DISPLAY 'HBSTMT: NO BUSINESS DATE ON BUSDATE - NOT RUN'
010960         GO TO 0100-EXIT
010964     END-IF.
010968     IF NOT BD-DATE-OPEN
010972         DISPLAY 'HBSTMT: BUSINESS DATE ' BD-BUS-DATE
010976                 ' IS NOT OPEN - NOT RUN'
010980         SET HB-NO-BUS-DATE TO TRUE
010984     END-IF.
010988 0100-EXIT.
010992     EXIT.
011000*
011100 1000-INITIALIZE.
011200     OPEN INPUT AR-LEDGER-FILE.
011300     OPEN I-O   STMT-HIST-FILE.
011400     OPEN OUTPUT STMT-PRINT.
011500     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
011600     MOVE HB-RUN-DATE(1:2)   TO HB-YY.
011700     MOVE HB-RUN-DATE(3:2)   TO HB-MM.
011800     MOVE HB-RUN-DATE(5:2)   TO HB-DD.
