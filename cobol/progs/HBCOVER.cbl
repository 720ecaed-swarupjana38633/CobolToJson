001500*                  CHARGE NURSE USED TO FIND OUT A DOCTOR
001600*                  WAS OFF FOR A WEEK WHEN NOBODY ANSWERED
001700*                  THE CALLBACK NUMBER HBDOCRP PRINTED.
001720* 2026-10-09  DPO  THE RUN DATE IS NOW THE BUSINESS DATE FROM
001740*                  BUSDATE RATHER THAN THE MACHINE CLOCK, SO A
001760*                  RERUN OR A CATCH-UP NIGHT REPORTS AS OF ITS
001780*                  OWN DATE.  NO BUSDATE ROW, NO REPORT.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
004400         RECORD KEY IS ROSTER-KEY.
004500     SELECT COVER-RPT ASSIGN TO "COVERRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004633     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004666         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SYMPTOM-FILE.
005400 COPY ROSTREC.
005500 FD  COVER-RPT.
005600 01  COVER-LINE              PIC X(100).
005633 FD  BUSINESS-DATE-FILE.
005666 01  BUSINESS-DATE-LINE      PIC X(27).
005700 WORKING-STORAGE SECTION.
005800 01  HB-SWITCHES.
005833     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005866         88  HB-NO-BUS-DATE      VALUE 'Y'.
005900     03  HB-SYMP-EOF-SW      PIC X(01)   VALUE 'N'.
006000         88  HB-SYMP-EOF         VALUE 'Y'.
006100     03  HB-DOCT-EOF-SW      PIC X(01)   VALUE 'N'.
009700     03  RL-SPECIALT         PIC X(20).
009800     03  FILLER              PIC X(02)   VALUE SPACES.
009900     03  RL-SUGGESTION       PIC X(40).
009950 COPY BDATEREC.
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010116     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
010132     IF HB-NO-BUS-DATE
010148         MOVE 16             TO RETURN-CODE
010164         GOBACK
010180     END-IF.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-CHECK-ONE-CASE THRU 2000-EXIT
010400         UNTIL HB-SYMP-EOF.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     GOBACK.
010605*
010610*-----------------------------------------------------------
010615* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
010620* MACHINE CLOCK.  A CLOSED DATE STILL REPORTS AS OF
010625* ITSELF; NO BUSDATE ROW AT ALL HOLDS THE STREAM.
010630*-----------------------------------------------------------
010635 0100-READ-BUSINESS-DATE.
010640     OPEN INPUT BUSINESS-DATE-FILE.
010645     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
010650         AT END SET HB-NO-BUS-DATE TO TRUE
010655     END-READ.
010660     CLOSE BUSINESS-DATE-FILE.
010665     IF HB-NO-BUS-DATE
010670         DISPLAY 'HBCOVER: NO BUSINESS DATE ON BUSDATE - NOT RUN'
010675         GO TO 0100-EXIT
010680     END-IF.
010685 0100-EXIT.
010690     EXIT.
010700*
010800 1000-INITIALIZE.
010900     OPEN INPUT SYMPTOM-FILE.
011000     OPEN INPUT DOCTOR-FILE.
011100     OPEN INPUT ROSTER-FILE.
011200     OPEN OUTPUT COVER-RPT.
011300     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
011400     MOVE SPACES             TO COVER-LINE.
011500     STRING 'ST. VINCENT GENERAL - COVERAGE CHECK FOR '
011600                             DELIMITED BY SIZE
