000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBBDATE.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-09  DPO  INITIAL VERSION - BUSINESS-DATE CONTROL FOR
001000*                  THE NIGHT STREAM.  SEVEN PROGRAMS TOOK
001100*                  "TODAY" FROM THE MACHINE CLOCK, SO A
001200*                  STREAM RERUN AFTER MIDNIGHT BILLED, AGED
001300*                  AND CHECKED THE ROSTER AS OF THE WRONG DAY
001400*                  AND A MISSED NIGHT COULD NOT BE RUN AS OF
001500*                  ITS OWN DATE.  THIS STEP OPENS ONE DATE AT
001600*                  THE HEAD OF THE STREAM AND CLOSES IT AT THE
001700*                  TAIL; EVERY PROGRAM NOW READS THAT DATE
001800*                  FROM BUSDATE.
001900*-----------------------------------------------------------
002000*
002100*-----------------------------------------------------------
002200* DATE-PARM-FILE CARRIES ONE ROW: THE ACTION AND, FOR AN
002300* OPEN, OPTIONALLY A DATE (OPEN  YYMMDD / CLOSE).
002400*   OPEN   WITH NO DATE OPENS BD-NEXT-DATE - THE ORDINARY
002500*          NIGHT.  WITH A DATE IT OPENS THAT DATE AS A
002600*          CATCH-UP OF A MISSED NIGHT; A CATCH-UP DATE MAY BE
002700*          EARLIER THAN BD-NEXT-DATE BUT NEVER LATER (NO DATE
002800*          IS SKIPPED OVER).  THE VERY FIRST OPEN MUST NAME ITS
002900*          DATE.  A DATE ALREADY ON THE CLOSED-DATE LOG IS
003000*          REFUSED - A DATE IS NEVER RUN TWICE.  OPENING THE
003100*          DATE THAT IS ALREADY OPEN IS A RESTART OF A FAILED
003200*          STREAM AND IS LET THROUGH UNCHANGED; OPENING ANY
003300*          OTHER DATE WHILE ONE IS OPEN IS REFUSED.
003400*   CLOSE  REFUSED UNLESS A DATE IS OPEN AND HBBALNC HAS
003500*          RECORDED GREEN FOR IT.  LOGS THE DATE AS RUN AND,
003600*          FOR AN ORDINARY NIGHT, ADVANCES BD-NEXT-DATE ONE
003700*          CALENDAR DAY.
003800* A REFUSAL ENDS WITH RETURN CODE 16 SO THE SCHEDULER HOLDS
003900* THE REST OF THE STREAM.
004000*-----------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT DATE-PARM-FILE ASSIGN TO "PARMIN"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL DATE-LOG-FILE ASSIGN TO "BDLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DATE-PARM-FILE.
005600 01  DATE-PARM-RECORD.
005700     03  PARM-ACTION         PIC X(05).
005800     03  FILLER              PIC X(01).
005900     03  PARM-DATE           PIC X(06).
006000 FD  BUSINESS-DATE-FILE.
006100 01  BUSINESS-DATE-LINE      PIC X(27).
006200 FD  DATE-LOG-FILE.
006300 COPY BDLOGREC.
006400 WORKING-STORAGE SECTION.
006500 01  HB-SWITCHES.
006600     03  HB-NO-CONTROL-SW    PIC X(01)   VALUE 'N'.
006700         88  HB-NO-CONTROL       VALUE 'Y'.
006800     03  HB-LOG-EOF-SW       PIC X(01)   VALUE 'N'.
006900         88  HB-LOG-EOF          VALUE 'Y'.
007000     03  HB-LOGGED-SW        PIC X(01)   VALUE 'N'.
007100         88  HB-LOGGED           VALUE 'Y'.
007200     03  HB-DATE-BAD-SW      PIC X(01)   VALUE 'N'.
007300         88  HB-DATE-BAD         VALUE 'Y'.
007400*-----------------------------------------------------------
007500* THE CONTROL ROW IS HELD HERE, NOT IN THE FILE'S RECORD
007600* AREA, BECAUSE THE FILE IS READ, CLOSED AND THEN WRITTEN
007700* AFRESH - THE SAME LINE-IMAGE-PLUS-WORKING-VIEW TECHNIQUE
007800* HBEXPOS USES FOR THE PATIENT ARCHIVE.
007900*-----------------------------------------------------------
008000 COPY BDATEREC.
008100 01  HB-WORK-FIELDS.
008200     03  HB-CLOCK-DATE       PIC X(06).
008300     03  HB-TARGET-DATE      PIC X(06).
008400     03  HB-QUOTIENT         PIC 9(04).
008500     03  HB-REMAINDER        PIC 9(03).
008600     03  HB-YYYY             PIC 9(04).
008700     03  HB-MONTH-DAYS       PIC 9(02).
008800 01  HB-DATE-PARTS.
008900     03  HB-YY               PIC 9(02).
009000     03  HB-MM               PIC 9(02).
009100     03  HB-DD               PIC 9(02).
009200 01  HB-DATE-PARTS-X REDEFINES HB-DATE-PARTS
009300                             PIC X(06).
009400 01  HB-MONTH-LENGTHS        PIC X(24)
009500                             VALUE '312831303130313130313031'.
009600 01  HB-MONTH-TABLE REDEFINES HB-MONTH-LENGTHS.
009700     03  HB-MONTH-LEN        PIC 9(02)   OCCURS 12 TIMES.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     IF PARM-ACTION = 'OPEN '
010200         PERFORM 2000-OPEN-DATE THRU 2000-EXIT
010300     ELSE
010400         IF PARM-ACTION = 'CLOSE'
010500             PERFORM 3000-CLOSE-DATE THRU 3000-EXIT
010600         ELSE
010700             DISPLAY 'HBBDATE: PARMIN ACTION MUST BE OPEN OR '
010800                 'CLOSE - ' PARM-ACTION
010900             PERFORM 8000-REFUSE THRU 8000-EXIT
011000         END-IF
011100     END-IF.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     GOBACK.
011400*
011500 1000-INITIALIZE.
011600     OPEN INPUT DATE-PARM-FILE.
011700     READ DATE-PARM-FILE
011800         AT END
011900             MOVE SPACES     TO DATE-PARM-RECORD
012000     END-READ.
012100     OPEN INPUT BUSINESS-DATE-FILE.
012200     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
012300         AT END
012400             SET HB-NO-CONTROL TO TRUE
012500             MOVE SPACES     TO BUSINESS-DATE-RECORD
012600     END-READ.
012700     CLOSE BUSINESS-DATE-FILE.
012800*-----------------------------------------------------------
012900* THE CLOCK IS READ ONLY TO STAMP WHEN THE OPEN OR CLOSE WAS
013000* ACTUALLY DONE - IT NEVER DECIDES THE BUSINESS DATE.
013100*-----------------------------------------------------------
013200     ACCEPT HB-CLOCK-DATE FROM DATE.
013300 1000-EXIT.
013400     EXIT.
013500*
013600 2000-OPEN-DATE.
013700     IF NOT HB-NO-CONTROL AND BD-DATE-OPEN
013800         IF PARM-DATE = SPACES OR PARM-DATE = BD-BUS-DATE
013900             DISPLAY 'HBBDATE: DATE ' BD-BUS-DATE
014000                 ' ALREADY OPEN - RESTARTING IT'
014100             GO TO 2000-EXIT
014200         END-IF
014300         DISPLAY 'HBBDATE: DATE ' BD-BUS-DATE
014400             ' IS STILL OPEN - CLOSE IT BEFORE OPENING '
014500             PARM-DATE
014600         PERFORM 8000-REFUSE THRU 8000-EXIT
014700         GO TO 2000-EXIT
014800     END-IF.
014900     IF PARM-DATE = SPACES
015000         IF HB-NO-CONTROL
015100             DISPLAY 'HBBDATE: NO BUSINESS DATE YET - THE FIRST '
015200                 'OPEN MUST NAME ITS DATE'
015300             PERFORM 8000-REFUSE THRU 8000-EXIT
015400             GO TO 2000-EXIT
015500         END-IF
015600         MOVE BD-NEXT-DATE   TO HB-TARGET-DATE
015700     ELSE
015800         MOVE PARM-DATE      TO HB-TARGET-DATE
015900     END-IF.
016000     PERFORM 5000-CHECK-DATE THRU 5000-EXIT.
016100     IF HB-DATE-BAD
016200         DISPLAY 'HBBDATE: NOT A VALID DATE - ' HB-TARGET-DATE
016300         PERFORM 8000-REFUSE THRU 8000-EXIT
016400         GO TO 2000-EXIT
016500     END-IF.
016600     IF HB-NO-CONTROL
016700         MOVE HB-TARGET-DATE TO BD-NEXT-DATE
016800     END-IF.
016900     IF HB-TARGET-DATE > BD-NEXT-DATE
017000         DISPLAY 'HBBDATE: DATE ' HB-TARGET-DATE
017100             ' IS PAST THE NEXT DATE DUE, ' BD-NEXT-DATE
017200             ' - A DATE MAY NOT BE SKIPPED'
017300         PERFORM 8000-REFUSE THRU 8000-EXIT
017400         GO TO 2000-EXIT
017500     END-IF.
017600     PERFORM 6000-SCAN-LOG THRU 6000-EXIT.
017700     IF HB-LOGGED
017800         DISPLAY 'HBBDATE: DATE ' HB-TARGET-DATE
017900             ' HAS ALREADY BEEN RUN AND CLOSED'
018000         PERFORM 8000-REFUSE THRU 8000-EXIT
018100         GO TO 2000-EXIT
018200     END-IF.
018300     MOVE 'N'                TO BD-CATCHUP-SW.
018400     IF HB-TARGET-DATE NOT = BD-NEXT-DATE
018500         SET BD-CATCHUP TO TRUE
018600     END-IF.
018700     MOVE HB-TARGET-DATE     TO BD-BUS-DATE.
018800     SET BD-DATE-OPEN TO TRUE.
018900     MOVE SPACES             TO BD-BAL-VERDICT.
019000     MOVE HB-CLOCK-DATE      TO BD-OPENED-ON.
019100     MOVE SPACES             TO BD-CLOSED-ON.
019200     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
019300     IF BD-CATCHUP
019400         DISPLAY 'HBBDATE: OPENED CATCH-UP DATE ' BD-BUS-DATE
019500     ELSE
019600         DISPLAY 'HBBDATE: OPENED DATE ' BD-BUS-DATE
019700     END-IF.
019800 2000-EXIT.
019900     EXIT.
020000*
020100 3000-CLOSE-DATE.
020200     IF HB-NO-CONTROL OR NOT BD-DATE-OPEN
020300         DISPLAY 'HBBDATE: NO BUSINESS DATE IS OPEN TO CLOSE'
020400         PERFORM 8000-REFUSE THRU 8000-EXIT
020500         GO TO 3000-EXIT
020600     END-IF.
020700     IF NOT BD-BAL-GREEN
020800         DISPLAY 'HBBDATE: HBBALNC HAS NOT SHOWN GREEN FOR '
020900             BD-BUS-DATE ' - DATE LEFT OPEN'
021000         PERFORM 8000-REFUSE THRU 8000-EXIT
021100         GO TO 3000-EXIT
021200     END-IF.
021300     MOVE HB-CLOCK-DATE      TO BD-CLOSED-ON.
021400     OPEN EXTEND DATE-LOG-FILE.
021500     MOVE BD-BUS-DATE        TO BL-BUS-DATE.
021600     MOVE BD-CATCHUP-SW      TO BL-CATCHUP-SW.
021700     MOVE BD-OPENED-ON       TO BL-OPENED-ON.
021800     MOVE BD-CLOSED-ON       TO BL-CLOSED-ON.
021900     WRITE BUSINESS-DATE-LOG-RECORD.
022000     CLOSE DATE-LOG-FILE.
022100     IF NOT BD-CATCHUP
022200         PERFORM 4000-NEXT-DAY THRU 4000-EXIT
022300     END-IF.
022400     SET BD-DATE-CLOSED TO TRUE.
022500     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
022600     DISPLAY 'HBBDATE: CLOSED DATE ' BD-BUS-DATE
022700         ', NEXT DATE DUE ' BD-NEXT-DATE.
022800 3000-EXIT.
022900     EXIT.
023000*
023100*-----------------------------------------------------------
023200* BD-BUS-DATE IN, BD-NEXT-DATE OUT - ONE TRUE CALENDAR DAY
023300* ON, ACROSS MONTH AND YEAR ENDS.  THE YEAR ROLLS 99 TO 00.
023400*-----------------------------------------------------------
023500 4000-NEXT-DAY.
023600     MOVE BD-BUS-DATE        TO HB-DATE-PARTS-X.
023700     PERFORM 5100-SET-MONTH-DAYS THRU 5100-EXIT.
023800     ADD 1 TO HB-DD.
023900     IF HB-DD > HB-MONTH-DAYS
024000         MOVE 1              TO HB-DD
024100         ADD 1 TO HB-MM
024200     END-IF.
024300     IF HB-MM > 12
024400         MOVE 1              TO HB-MM
024500         IF HB-YY = 99
024600             MOVE ZERO       TO HB-YY
024700         ELSE
024800             ADD 1 TO HB-YY
024900         END-IF
025000     END-IF.
025100     MOVE HB-DATE-PARTS-X    TO BD-NEXT-DATE.
025200 4000-EXIT.
025300     EXIT.
025400*
025500*-----------------------------------------------------------
025600* HB-TARGET-DATE IN, HB-DATE-BAD OUT - ALL DIGITS, A MONTH OF
025700* 01-12 AND A DAY THAT MONTH (AND YEAR) ACTUALLY HAS.
025800*-----------------------------------------------------------
025900 5000-CHECK-DATE.
026000     MOVE 'N'                TO HB-DATE-BAD-SW.
026100     IF HB-TARGET-DATE NOT NUMERIC
026200         SET HB-DATE-BAD TO TRUE
026300         GO TO 5000-EXIT
026400     END-IF.
026500     MOVE HB-TARGET-DATE     TO HB-DATE-PARTS-X.
026600     IF HB-MM < 1 OR HB-MM > 12
026700         SET HB-DATE-BAD TO TRUE
026800         GO TO 5000-EXIT
026900     END-IF.
027000     PERFORM 5100-SET-MONTH-DAYS THRU 5100-EXIT.
027100     IF HB-DD < 1 OR HB-DD > HB-MONTH-DAYS
027200         SET HB-DATE-BAD TO TRUE
027300     END-IF.
027400 5000-EXIT.
027500     EXIT.
027600*
027700*-----------------------------------------------------------
027800* HB-YY/HB-MM IN, HB-MONTH-DAYS OUT.  THE YEAR IS WINDOWED
027900* THE SAME WAY AS HBARAGE'S 4000-CALC-DAYS (70-99 = 19XX,
028000* 00-69 = 20XX) BEFORE THE GREGORIAN LEAP-YEAR TEST.
028100*-----------------------------------------------------------
028200 5100-SET-MONTH-DAYS.
028300     MOVE HB-MONTH-LEN(HB-MM) TO HB-MONTH-DAYS.
028400     IF HB-MM NOT = 2
028500         GO TO 5100-EXIT
028600     END-IF.
028700     IF HB-YY >= 70
028800         COMPUTE HB-YYYY = 1900 + HB-YY
028900     ELSE
029000         COMPUTE HB-YYYY = 2000 + HB-YY
029100     END-IF.
029200     DIVIDE HB-YYYY BY 4 GIVING HB-QUOTIENT
029300         REMAINDER HB-REMAINDER.
029400     IF HB-REMAINDER NOT = ZERO
029500         GO TO 5100-EXIT
029600     END-IF.
029700     DIVIDE HB-YYYY BY 100 GIVING HB-QUOTIENT
029800         REMAINDER HB-REMAINDER.
029900     IF HB-REMAINDER NOT = ZERO
030000         MOVE 29             TO HB-MONTH-DAYS
030100         GO TO 5100-EXIT
030200     END-IF.
030300     DIVIDE HB-YYYY BY 400 GIVING HB-QUOTIENT
030400         REMAINDER HB-REMAINDER.
030500     IF HB-REMAINDER = ZERO
030600         MOVE 29             TO HB-MONTH-DAYS
030700     END-IF.
030800 5100-EXIT.
030900     EXIT.
031000*
031100 6000-SCAN-LOG.
031200     MOVE 'N'                TO HB-LOGGED-SW.
031300     MOVE 'N'                TO HB-LOG-EOF-SW.
031400     OPEN INPUT DATE-LOG-FILE.
031500     PERFORM 6100-READ-LOG THRU 6100-EXIT.
031600     PERFORM 6200-CHECK-ONE-LOG-ROW THRU 6200-EXIT
031700         UNTIL HB-LOG-EOF OR HB-LOGGED.
031800     CLOSE DATE-LOG-FILE.
031900 6000-EXIT.
032000     EXIT.
032100*
032200 6100-READ-LOG.
032300     READ DATE-LOG-FILE
032400         AT END SET HB-LOG-EOF TO TRUE
032500     END-READ.
032600 6100-EXIT.
032700     EXIT.
032800*
032900 6200-CHECK-ONE-LOG-ROW.
033000     IF BL-BUS-DATE = HB-TARGET-DATE
033100         SET HB-LOGGED TO TRUE
033200         GO TO 6200-EXIT
033300     END-IF.
033400     PERFORM 6100-READ-LOG THRU 6100-EXIT.
033500 6200-EXIT.
033600     EXIT.
033700*
033800 7000-WRITE-CONTROL.
033900     OPEN OUTPUT BUSINESS-DATE-FILE.
034000     WRITE BUSINESS-DATE-LINE FROM BUSINESS-DATE-RECORD.
034100     CLOSE BUSINESS-DATE-FILE.
034200 7000-EXIT.
034300     EXIT.
034400*
034500 8000-REFUSE.
034600     MOVE 16                 TO RETURN-CODE.
034700 8000-EXIT.
034800     EXIT.
034900*
035000 9000-TERMINATE.
035100     CLOSE DATE-PARM-FILE.
035200     IF RETURN-CODE = ZERO
035300         DISPLAY 'HBBDATE: BUSINESS DATE     = ' BD-BUS-DATE
035400     ELSE
035500         DISPLAY 'HBBDATE: REFUSED - STREAM TO BE HELD'
035600     END-IF.
035700 9000-EXIT.
035800     EXIT.
