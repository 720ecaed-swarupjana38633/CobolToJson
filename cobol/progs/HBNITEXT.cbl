001902*                  (CTLTOTS) SO HBBALNC CAN RECONCILE THE
001903*                  EXTRACTED BED COUNT AGAINST HBRECON'S
001904*                  OCCUPANCY BEFORE THE STATE FEED GOES OUT.
001905* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
001906*                  BUSDATE.  EVERY CENSUS ROW NOW CARRIES THAT
001907*                  DATE FOR THE STATE FEED, AND EVERY CTLTOTS
001908*                  ROW IS STAMPED WITH IT FOR HBBALNC.
001950*-----------------------------------------------------------
002000*
002100*-----------------------------------------------------------
002200* THIS PROGRAM WRITES CENS-REC.DAT, THE FIXED-FORMAT FEED
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
004820         ORGANIZATION IS LINE SEQUENTIAL.
004846     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004872         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  WARD-FILE.
005600 COPY CENSREC.
005610 FD  CONTROL-TOTAL-FILE.
005620 COPY CTLREC.
005646 FD  BUSINESS-DATE-FILE.
005672 01  BUSINESS-DATE-LINE      PIC X(27).
005700 WORKING-STORAGE SECTION.
005800 01  HB-SWITCHES.
005833     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005866         88  HB-NO-BUS-DATE      VALUE 'Y'.
005900     03  HB-WARD-EOF-SW      PIC X(01)   VALUE 'N'.
006000         88  HB-WARD-EOF         VALUE 'Y'.
006100     03  HB-PAT-EOF-SW       PIC X(01)   VALUE 'N'.
006400     03  HB-WARD-CT          PIC 9(05)   COMP VALUE ZERO.
006500     03  HB-BED-CT           PIC 9(05)   COMP VALUE ZERO.
006550     03  HB-ORPHAN-CT        PIC 9(05)   COMP VALUE ZERO.
006575 COPY BDATEREC.
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006716     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
006732     IF HB-NO-BUS-DATE
006748         MOVE 16             TO RETURN-CODE
006764         GOBACK
006780     END-IF.
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006900     PERFORM 2000-EXTRACT-WARD THRU 2000-EXIT
007000         UNTIL HB-WARD-EOF.
007300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007400     GOBACK.
007404*
007408*-----------------------------------------------------------
007412* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
007416* NO OPEN DATE, NO RUN - THE STREAM IS
007420* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
007424*-----------------------------------------------------------
007428 0100-READ-BUSINESS-DATE.
007432     OPEN INPUT BUSINESS-DATE-FILE.
007436     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
007440         AT END SET HB-NO-BUS-DATE TO TRUE
007444     END-READ.
007448     CLOSE BUSINESS-DATE-FILE.
007452     IF HB-NO-BUS-DATE
007456         DISPLAY 'HBNITEXT: NO BUSINESS DATE ON BUSDATE - NOT RUN'
007460         GO TO 0100-EXIT
007464     END-IF.
007468     IF NOT BD-DATE-OPEN
007472         DISPLAY 'HBNITEXT: BUSINESS DATE ' BD-BUS-DATE
007476                 ' IS NOT OPEN - NOT RUN'
007480         SET HB-NO-BUS-DATE TO TRUE
007484     END-IF.
007488 0100-EXIT.
007492     EXIT.
007500*
007600 1000-INITIALIZE.
007700     OPEN INPUT WARD-FILE.
009300     MOVE TOT-BEDS           TO CW-TOT-BEDS.
009400     MOVE BEDAVAIL           TO CW-BEDAVAIL.
009500     MOVE WARDTYPE           TO CW-WARDTYPE.
009550     MOVE BD-BUS-DATE        TO CW-CENSUS-DATE.
009600     WRITE CENSUS-RECORD.
009700     ADD 1 TO HB-WARD-CT.
009710     PERFORM 2050-SKIP-ORPHAN-PATIENT THRU 2050-EXIT
011400 3000-EXTRACT-BED.
011500     MOVE 'B'                TO CENS-REC-TYPE.
011600     MOVE BEDIDENT OF PATIENT-RECORD TO CB-BEDIDENT.
011650     MOVE BD-BUS-DATE        TO CB-CENSUS-DATE.
011700     WRITE CENSUS-RECORD.
011800     ADD 1 TO HB-BED-CT.
011900     PERFORM 3100-READ-PATIENT THRU 3100-EXIT.
013800*
013900 9100-WRITE-CONTROL-TOTALS.
014000     OPEN EXTEND CONTROL-TOTAL-FILE.
014050     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
014100     MOVE 'HBNITEXT'         TO CTL-PROG-NAME.
014200     MOVE 'WARDS EXTRACTED'    TO CTL-COUNTER-NAME.
014300     MOVE HB-WARD-CT         TO CTL-COUNT.
