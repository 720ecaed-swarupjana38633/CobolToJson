000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCNVPIX.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-15  DPO  INITIAL VERSION - ONE-TIME PATIXMST RELOAD.
001000*                  THE PATIENT INDEX ROW GREW BY
001100*                  PIX-MERGED-INTO, AND AN INDEXED MASTER DOES
001200*                  NOT PAD OLD ROWS OUT TO A NEW LENGTH - THE
001300*                  FILE IS RELOADED AT THE NEW LENGTH ONCE,
001400*                  BEFORE HBMERGE FIRST RUNS.
001500*-----------------------------------------------------------
001600*
001700*-----------------------------------------------------------
001800* THE JOB RENAMES THE OLD PATIENT INDEX TO PIXOLD AND
001900* DEFINES AN EMPTY PATIXMST AT THE NEW RECORD LENGTH; THIS
002000* STEP COPIES EVERY PIXOLD ROW ACROSS AS IT STOOD, WITH
002100* PIX-MERGED-INTO SPACES - NO ROW HAS BEEN MERGED YET, AND
002200* SPACES ARE WHAT HBADMIT WRITES ON A NEW ROW.  THE STEP
002300* RUNS BETWEEN NIGHTS, ON A CLOSED BUSINESS DATE.  ANY ROW
002400* THAT WILL NOT WRITE ENDS THE RUN WITH RETURN CODE 16, AND
002500* THE JOB THEN PUTS PIXOLD BACK.
002600*-----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT OLD-INDEX-FILE ASSIGN TO "PIXOLD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS OX-MRN.
003900     SELECT PATIENT-INDEX-FILE ASSIGN TO "PATIXMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS PIX-MRN.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BUSINESS-DATE-FILE.
004600 01  BUSINESS-DATE-LINE      PIC X(27).
004700*-----------------------------------------------------------
004800* THE PATIENT INDEX ROW AS IT WAS BEFORE PIX-MERGED-INTO.
004900*-----------------------------------------------------------
005000 FD  OLD-INDEX-FILE.
005100 01  OLD-INDEX-RECORD.
005200     03  OX-MRN              PIC 9(07).
005300     03  OX-PATNAME          PIC X(20).
005400     03  OX-PATADDRESS       PIC X(30).
005500     03  OX-PAT-PHONE        PIC X(10).
005600     03  OX-FIRST-DATE       PIC X(06).
005700     03  OX-LAST-DATE        PIC X(06).
005800     03  OX-STAY-CT          PIC 9(03).
005900 FD  PATIENT-INDEX-FILE.
006000 COPY PATIXREC.
006100 WORKING-STORAGE SECTION.
006200 01  HB-SWITCHES.
006300     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
006400         88  HB-NO-BUS-DATE      VALUE 'Y'.
006500     03  HB-OLD-EOF-SW       PIC X(01)   VALUE 'N'.
006600         88  HB-OLD-EOF          VALUE 'Y'.
006700 01  HB-COUNTERS.
006800     03  HB-OLD-CT           PIC 9(07)   COMP VALUE ZERO.
006900     03  HB-COPIED-CT        PIC 9(07)   COMP VALUE ZERO.
007000 COPY BDATEREC.
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007300     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
007400     IF HB-NO-BUS-DATE
007500         MOVE 16             TO RETURN-CODE
007600         GOBACK
007700     END-IF.
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     PERFORM 2000-COPY-ONE-ROW THRU 2000-EXIT
008000         UNTIL HB-OLD-EOF.
008100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008200     GOBACK.
008300*
008400*-----------------------------------------------------------
008500* THE RELOAD RUNS BETWEEN NIGHTS, WITH THE LAST DATE CLOSED
008600* AND NOTHING ELSE HOLDING PATIXMST.
008700*-----------------------------------------------------------
008800 0100-READ-BUSINESS-DATE.
008900     OPEN INPUT BUSINESS-DATE-FILE.
009000     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
009100         AT END SET HB-NO-BUS-DATE TO TRUE
009200     END-READ.
009300     CLOSE BUSINESS-DATE-FILE.
009400     IF HB-NO-BUS-DATE
009500         DISPLAY 'HBCNVPIX: NO BUSINESS DATE ON BUSDATE - NOT RUN'
009600         GO TO 0100-EXIT
009700     END-IF.
009800     IF NOT BD-DATE-CLOSED
009900         DISPLAY 'HBCNVPIX: BUSINESS DATE ' BD-BUS-DATE
010000                 ' IS STILL OPEN - NOT RUN'
010100         SET HB-NO-BUS-DATE TO TRUE
010200     END-IF.
010300 0100-EXIT.
010400     EXIT.
010500*
010600 1000-INITIALIZE.
010700     OPEN INPUT  OLD-INDEX-FILE.
010800     OPEN OUTPUT PATIENT-INDEX-FILE.
010900     PERFORM 2100-READ-OLD-ROW THRU 2100-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200*
011300*-----------------------------------------------------------
011400* PIXOLD IS READ IN MRN ORDER, SO THE NEW FILE LOADS IN KEY
011500* SEQUENCE.
011600*-----------------------------------------------------------
011700 2000-COPY-ONE-ROW.
011800     ADD 1 TO HB-OLD-CT.
011900     MOVE SPACES             TO PATIENT-INDEX-RECORD.
012000     MOVE OX-MRN             TO PIX-MRN.
012100     MOVE OX-PATNAME         TO PIX-PATNAME.
012200     MOVE OX-PATADDRESS      TO PIX-PATADDRESS.
012300     MOVE OX-PAT-PHONE       TO PIX-PAT-PHONE.
012400     MOVE OX-FIRST-DATE      TO PIX-FIRST-DATE.
012500     MOVE OX-LAST-DATE       TO PIX-LAST-DATE.
012600     MOVE OX-STAY-CT         TO PIX-STAY-CT.
012700     WRITE PATIENT-INDEX-RECORD
012800         INVALID KEY
012900             DISPLAY 'HBCNVPIX: INDEX WRITE FAILED - ' OX-MRN
013000             GO TO 2000-EXIT
013100     END-WRITE.
013200     ADD 1 TO HB-COPIED-CT.
013300 2000-EXIT.
013400     PERFORM 2100-READ-OLD-ROW THRU 2100-EXIT.
013500     EXIT.
013600*
013700 2100-READ-OLD-ROW.
013800     READ OLD-INDEX-FILE NEXT RECORD
013900         AT END SET HB-OLD-EOF TO TRUE
014000     END-READ.
014100 2100-EXIT.
014200     EXIT.
014300*
014400 9000-TERMINATE.
014500     CLOSE OLD-INDEX-FILE.
014600     CLOSE PATIENT-INDEX-FILE.
014700     DISPLAY 'HBCNVPIX: PIXOLD ROWS READ     = ' HB-OLD-CT.
014800     DISPLAY 'HBCNVPIX: ROWS COPIED          = ' HB-COPIED-CT.
014900     IF HB-COPIED-CT NOT = HB-OLD-CT
015000         DISPLAY 'HBCNVPIX: RELOAD INCOMPLETE - KEEP PIXOLD'
015100         MOVE 16             TO RETURN-CODE
015200     END-IF.
015300 9000-EXIT.
015400     EXIT.
