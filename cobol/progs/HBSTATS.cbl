001982*                  '999999' SENTINEL THROUGH THE CENTURY
001983*                  WINDOW MADE IT 1999 AND THE NO-PARM RUN
001984*                  SILENTLY REPORTED ZERO STAYS.
001986* 2026-10-12  DPO  AN 'H' IN THE PARAMETER ROW READS A YEARLY
001988*                  HISTORY GENERATION (PATHIST/DISHIST, AS
001990*                  HBRETAIN ROLLED IT OFF) IN PLACE OF THE
001992*                  LIVE ARCHIVES, FOR A BOARD QUESTION ABOUT
001994*                  A PERIOD THAT HAS ALREADY ROLLED OFF.
002000*-----------------------------------------------------------
002100*
002200*-----------------------------------------------------------
003200* ARCHIVES ARE READ, SO PATIENTS STILL IN A BED AT PERIOD
003300* END ARE NOT IN THESE FIGURES - THE BOARD PACK HAS ALWAYS
003400* COUNTED A STAY IN THE MONTH IT CLOSED.
003425* AN 'H' AFTER THE TO-DATE (YYMMDD YYMMDD H) TAKES THE PAIR
003450* FROM PATHIST/DISHIST INSTEAD - A HISTORY GENERATION KEEPS
003475* THE SAME ONE-FOR-ONE LOCKSTEP, SO NOTHING ELSE CHANGES.
003500*-----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT PATIENT-ARCH-FILE ASSIGN TO "PATARCH"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004720     SELECT OPTIONAL DISCH-HIST-FILE ASSIGN TO "DISHIST"
004740         ORGANIZATION IS LINE SEQUENTIAL.
004760     SELECT OPTIONAL PATIENT-HIST-FILE ASSIGN TO "PATHIST"
004780         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT WARD-FILE ASSIGN TO "WARDMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005800     03  PARM-FROM-DATE      PIC X(06).
005900     03  FILLER              PIC X(01).
006000     03  PARM-TO-DATE        PIC X(06).
006025     03  FILLER              PIC X(01).
006050     03  PARM-SOURCE         PIC X(01).
006075         88  PARM-FROM-HISTORY   VALUE 'H'.
006100 FD  DISCH-ARCH-FILE.
006200 COPY DISCREC.
006300 FD  PATIENT-ARCH-FILE.
006400 COPY PATREC.
006420 FD  DISCH-HIST-FILE.
006440 01  DISCH-HIST-LINE         PIC X(60).
006460 FD  PATIENT-HIST-FILE.
006480 01  PATIENT-HIST-LINE       PIC X(173).
006500 FD  WARD-FILE.
006600 COPY WARDREC.
006700 FD  STATS-RPT.
007600         88  HB-SLOT-FOUND       VALUE 'Y'.
007610     03  HB-NO-PARM-SW       PIC X(01)   VALUE 'N'.
007620         88  HB-NO-PARM          VALUE 'Y'.
007646     03  HB-HISTORY-SW       PIC X(01)   VALUE 'N'.
007672         88  HB-FROM-HISTORY     VALUE 'Y'.
007700 01  HB-COUNTERS.
007800     03  HB-STAY-CT          PIC 9(05)   COMP VALUE ZERO.
007900     03  HB-OUTSIDE-CT       PIC 9(05)   COMP VALUE ZERO.
010600     03  HB-OCC-PCT          PIC 9(03)V9.
010700     03  HB-READM-PCT        PIC 9(03)V9.
010710     03  HB-READM-PCT-ED     PIC ZZ9.9.
010755     03  HB-SOURCE-TAG       PIC X(10)   VALUE SPACES.
010800*-----------------------------------------------------------
010900* PER-WARD ACCUMULATORS - SMALL HAND-BUILT TABLE, LINEAR
011000* SEARCH, SAME TECHNIQUE HBDOCRP USES FOR ITS ROSTER.
015900             SET HB-NO-PARM TO TRUE
016000             MOVE ZERO       TO PARM-FROM-DATE
016010             MOVE '999999'   TO PARM-TO-DATE
016055             MOVE SPACE      TO PARM-SOURCE
016100     END-READ.
016102*-----------------------------------------------------------
016104* THE LIVE PAIR STAYS OPEN UNDER 'H' - THE HISTORY ROWS ARE
016106* READ INTO ITS RECORD AREAS, WHICH ARE ONLY THERE TO BE
016108* ADDRESSED WHILE ITS FILES ARE OPEN.
016109*-----------------------------------------------------------
016110     IF PARM-FROM-HISTORY
016120         SET HB-FROM-HISTORY TO TRUE
016130         MOVE ' - HISTORY'   TO HB-SOURCE-TAG
016140         OPEN INPUT DISCH-HIST-FILE
016150         OPEN INPUT PATIENT-HIST-FILE
016190     END-IF.
016200     MOVE PARM-FROM-DATE(1:2) TO HB-YY.
016300     MOVE PARM-FROM-DATE(3:2) TO HB-MM.
016400     MOVE PARM-FROM-DATE(5:2) TO HB-DD.
018000         PARM-FROM-DATE      DELIMITED BY SIZE
018100         ' THRU '            DELIMITED BY SIZE
018200         PARM-TO-DATE        DELIMITED BY SIZE
018250         HB-SOURCE-TAG       DELIMITED BY SIZE
018300         INTO STATS-LINE.
018400     WRITE STATS-LINE.
018500     MOVE '  WD  WARDTYPE              STAYS    AVG-LOS   MAX
032000     EXIT.
032100*
032200 3000-READ-DISCHARGE.
032214     IF HB-FROM-HISTORY
032228         READ DISCH-HIST-FILE INTO DISCHARGE-RECORD
032242             AT END SET HB-ARCH-EOF TO TRUE
032256         END-READ
032270         GO TO 3000-EXIT
032284     END-IF.
032300     READ DISCH-ARCH-FILE
032400         AT END SET HB-ARCH-EOF TO TRUE
032500     END-READ.
032700     EXIT.
032800*
032900 3100-READ-PATIENT-ARCH.
032914     IF HB-FROM-HISTORY
032928         READ PATIENT-HIST-FILE INTO PATIENT-RECORD
032942             AT END SET HB-PAT-ARCH-EOF TO TRUE
032956         END-READ
032970         GO TO 3100-EXIT
032984     END-IF.
033000     READ PATIENT-ARCH-FILE
033100         AT END SET HB-PAT-ARCH-EOF TO TRUE
033200     END-READ.
042300     CLOSE STATS-PARM-FILE.
042400     CLOSE DISCH-ARCH-FILE.
042500     CLOSE PATIENT-ARCH-FILE.
042520     IF HB-FROM-HISTORY
042540         CLOSE DISCH-HIST-FILE
042560         CLOSE PATIENT-HIST-FILE
042580     END-IF.
042600     CLOSE WARD-FILE.
042700     CLOSE STATS-RPT.
042800     DISPLAY 'HBSTATS: STAYS IN PERIOD     = ' HB-STAY-CT.
