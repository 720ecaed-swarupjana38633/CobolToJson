002000*                  THE CASE DOCTOR IS OFF THE ROSTER.  PAPER
002100*                  FILING MEANT SYMP-DOCTOR HEARD ABOUT AN
002200*                  ABNORMAL RESULT TWO DAYS LATE.
002220* 2026-10-09  DPO  THE RUN DATE IS NOW THE OPEN BUSINESS DATE
002240*                  FROM BUSDATE RATHER THAN THE MACHINE CLOCK,
002260*                  SO A RUN AFTER MIDNIGHT OR A CATCH-UP NIGHT
002280*                  POSTS TO ITS OWN DATE.  NO OPEN DATE, NO RUN.
002300*-----------------------------------------------------------
002400*
002500*-----------------------------------------------------------
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT FLASH-RPT ASSIGN TO "LABFLASH"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006033     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006066         ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  LAB-RESULT-FILE.
007400 01  LAB-EXCP-LINE           PIC X(72).
007500 FD  FLASH-RPT.
007600 01  FLASH-LINE              PIC X(90).
007633 FD  BUSINESS-DATE-FILE.
007666 01  BUSINESS-DATE-LINE      PIC X(27).
007700 WORKING-STORAGE SECTION.
007800 01  HB-SWITCHES.
007833     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
007866         88  HB-NO-BUS-DATE      VALUE 'Y'.
007900     03  HB-LAB-EOF-SW       PIC X(01)   VALUE 'N'.
008000         88  HB-LAB-EOF          VALUE 'Y'.
008100     03  HB-DOCT-EOF-SW      PIC X(01)   VALUE 'N'.
014400     03  RL-TEST             PIC X(20).
014500     03  FILLER              PIC X(02)   VALUE SPACES.
014600     03  RL-VALUE            PIC X(20).
014650 COPY BDATEREC.
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014816     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
014832     IF HB-NO-BUS-DATE
014848         MOVE 16             TO RETURN-CODE
014864         GOBACK
014880     END-IF.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     PERFORM 2000-POST-ONE-RESULT THRU 2000-EXIT
015100         UNTIL HB-LAB-EOF.
015200     PERFORM 5000-PRINT-FLASH THRU 5000-EXIT.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     GOBACK.
015404*
015408*-----------------------------------------------------------
015412* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
015416* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
015420* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
015424*-----------------------------------------------------------
015428 0100-READ-BUSINESS-DATE.
015432     OPEN INPUT BUSINESS-DATE-FILE.
015436     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
015440         AT END SET HB-NO-BUS-DATE TO TRUE
015444     END-READ.
015448     CLOSE BUSINESS-DATE-FILE.
015452     IF HB-NO-BUS-DATE
015456         DISPLAY 'HBLABPST: NO BUSINESS DATE ON BUSDATE - NOT RUN'
015460         GO TO 0100-EXIT
015464     END-IF.
015468     IF NOT BD-DATE-OPEN
015472         DISPLAY 'HBLABPST: BUSINESS DATE ' BD-BUS-DATE
015476                 ' IS NOT OPEN - NOT RUN'
015480         SET HB-NO-BUS-DATE TO TRUE
015484     END-IF.
015488 0100-EXIT.
015492     EXIT.
015500*
015600 1000-INITIALIZE.
015700     OPEN INPUT  LAB-RESULT-FILE.
016100     OPEN OUTPUT LAB-POST-FILE.
016200     OPEN OUTPUT LAB-EXCP-FILE.
016300     OPEN OUTPUT FLASH-RPT.
016400     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
016500     PERFORM 1150-READ-DOCTOR THRU 1150-EXIT.
016600     PERFORM 1100-LOAD-ONE-DOCTOR THRU 1100-EXIT
016700         UNTIL HB-DOCT-EOF.
