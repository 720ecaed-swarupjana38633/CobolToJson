001800*                  ON FAC-DAY-FILE THAT IMPLY INCOMING STAYS.
001900*                  A ROUGH PROJECTION, BUT IT BEATS THE
002000*                  WHITEBOARD IN THE NURSING OFFICE.
002020* 2026-10-09  DPO  THE RUN DATE IS NOW THE BUSINESS DATE FROM
002040*                  BUSDATE RATHER THAN THE MACHINE CLOCK, SO A
002060*                  RERUN OR A CATCH-UP NIGHT REPORTS AS OF ITS
002080*                  OWN DATE.  NO BUSDATE ROW, NO REPORT.
002100*-----------------------------------------------------------
002200*
002300*-----------------------------------------------------------
005500         RECORD KEY IS FAC-DAY-KEY.
005600     SELECT FCAST-RPT ASSIGN TO "FCASTRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005733     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005766         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  WARD-FILE.
006700 COPY FACDAYREC.
006800 FD  FCAST-RPT.
006900 01  FCAST-LINE              PIC X(90).
006933 FD  BUSINESS-DATE-FILE.
006966 01  BUSINESS-DATE-LINE      PIC X(27).
007000 WORKING-STORAGE SECTION.
007100 01  HB-SWITCHES.
007133     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
007166         88  HB-NO-BUS-DATE      VALUE 'Y'.
007200     03  HB-WARD-EOF-SW      PIC X(01)   VALUE 'N'.
007300         88  HB-WARD-EOF         VALUE 'Y'.
007400     03  HB-PAT-EOF-SW       PIC X(01)   VALUE 'N'.
013000     03  SL-DAY-CT           OCCURS 7 TIMES.
013100         05  FILLER          PIC X(02)   VALUE SPACES.
013200         05  SL-CT           PIC ZZZZ9.
013250 COPY BDATEREC.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013416     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
013432     IF HB-NO-BUS-DATE
013448         MOVE 16             TO RETURN-CODE
013464         GOBACK
013480     END-IF.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     PERFORM 2000-TALLY-ONE-PATIENT THRU 2000-EXIT
013700         UNTIL HB-PAT-EOF.
014200     PERFORM 5000-PRINT-FORECAST THRU 5000-EXIT.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400     GOBACK.
014405*
014410*-----------------------------------------------------------
014415* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
014420* MACHINE CLOCK.  A CLOSED DATE STILL REPORTS AS OF
014425* ITSELF; NO BUSDATE ROW AT ALL HOLDS THE STREAM.
014430*-----------------------------------------------------------
014435 0100-READ-BUSINESS-DATE.
014440     OPEN INPUT BUSINESS-DATE-FILE.
014445     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
014450         AT END SET HB-NO-BUS-DATE TO TRUE
014455     END-READ.
014460     CLOSE BUSINESS-DATE-FILE.
014465     IF HB-NO-BUS-DATE
014470         DISPLAY 'HBFCAST: NO BUSINESS DATE ON BUSDATE - NOT RUN'
014475         GO TO 0100-EXIT
014480     END-IF.
014485 0100-EXIT.
014490     EXIT.
014500*
014600 1000-INITIALIZE.
014700     OPEN INPUT WARD-FILE.
014900     OPEN INPUT WAIT-IN-FILE.
015000     OPEN INPUT FAC-DAY-FILE.
015100     OPEN OUTPUT FCAST-RPT.
015200     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
015300     MOVE HB-RUN-DATE(1:2)   TO HB-YY.
015400     MOVE HB-RUN-DATE(3:2)   TO HB-MM.
015500     MOVE HB-RUN-DATE(5:2)   TO HB-DD.
