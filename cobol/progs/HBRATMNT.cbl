001760*                  (BEDATTR, BEDATREC) - RECORD TYPE 'B',
001770*                  ONE ROW PER BED WITH ITS ISOLATION /
001780*                  TELEMETRY / BARIATRIC FLAGS.
001782* 2026-10-14  DPO  LIKEWISE THE RECEIVING-FACILITY MASTER
001784*                  (RCVMSTR, RCVFREC) - RECORD TYPE 'F', ONE
001786*                  ROW PER DISCHARGE DISPOSITION, KIND 'F'
001788*                  (A FACILITY HBDSUM SENDS SUMMARIES TO) OR
001790*                  'N' (NOT A FACILITY).  ANY OTHER KIND IS
001792*                  REJECTED ON ADD AND CHANGE.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
004660         ORGANIZATION IS INDEXED
004670         ACCESS MODE IS RANDOM
004680         RECORD KEY IS BEDIDENT OF BED-ATTR-RECORD.
004690     SELECT OPTIONAL RCV-FACILITY-FILE ASSIGN TO "RCVMSTR"
004692         ORGANIZATION IS INDEXED
004694         ACCESS MODE IS RANDOM
004696         RECORD KEY IS RCV-NAME.
004700     SELECT AUDIT-RPT ASSIGN TO "RATAUDIT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005820 COPY PAYERREC.
005830 FD  BED-ATTR-FILE.
005840 COPY BEDATREC.
005850 FD  RCV-FACILITY-FILE.
005860 COPY RCVFREC.
005900 FD  AUDIT-RPT.
006000 01  AUDIT-LINE              PIC X(100).
006100 WORKING-STORAGE SECTION.
009600     OPEN I-O    REFERENCE-FILE.
009610     OPEN I-O    PAYER-FILE.
009620     OPEN I-O    BED-ATTR-FILE.
009630     OPEN I-O    RCV-FACILITY-FILE.
009700     OPEN OUTPUT AUDIT-RPT.
009800     MOVE 'A T KEY                            OLD' TO AUDIT-LINE.
009900     WRITE AUDIT-LINE.
011960         PERFORM 2500-APPLY-BEDATTR THRU 2500-EXIT
011970         GO TO 2000-EXIT
011980     END-IF.
011990     IF RM-RCVFAC-ROW
011992         PERFORM 2350-APPLY-RCVFAC THRU 2350-EXIT
011994         GO TO 2000-EXIT
011996     END-IF.
012000     MOVE 'UNKNOWN RECORD TYPE' TO AL-RESULT.
012100     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
012200     ADD 1 TO HB-REJECTED-CT.
029800     PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT.
029900 2300-EXIT.
030000     EXIT.
030001*
030002*-----------------------------------------------------------
030003* THE KEY IS THE DISPOSITION TEXT EXACTLY AS THE WARD KEYS
030004* IT ON THE DISCHARGE.  THE AUDIT SHOWS KIND/FEED ADDRESS.
030005*-----------------------------------------------------------
030006 2350-APPLY-RCVFAC.
030007     MOVE RM-RCV-NAME        TO AL-KEY.
030008     MOVE SPACES             TO AL-NEW.
030009     STRING RM-RCV-KIND      DELIMITED BY SIZE
030010         '/'                 DELIMITED BY SIZE
030011         RM-RCV-FEED-ID      DELIMITED BY SIZE
030012         INTO AL-NEW.
030013     IF (RM-ADD OR RM-CHANGE) AND NOT RM-RCV-KIND-VALID
030014         MOVE 'KIND NOT F OR N'  TO AL-RESULT
030015         PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030016         GO TO 2350-EXIT
030017     END-IF.
030018     MOVE SPACES             TO RECEIVING-FACILITY-RECORD.
030019     MOVE RM-RCV-NAME        TO RCV-NAME.
030020     IF RM-ADD
030021         MOVE RM-RCV-KIND    TO RCV-KIND
030022         MOVE RM-RCV-ADDRESS TO RCV-ADDRESS
030023         MOVE RM-RCV-PHONE   TO RCV-PHONE
030024         MOVE RM-RCV-FEED-ID TO RCV-FEED-ID
030025         WRITE RECEIVING-FACILITY-RECORD
030026             INVALID KEY
030027                 MOVE 'KEY ALREADY ON FILE' TO AL-RESULT
030028                 PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030029                 GO TO 2350-EXIT
030030         END-WRITE
030031         MOVE 'ADDED'        TO AL-RESULT
030032         PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT
030033         GO TO 2350-EXIT
030034     END-IF.
030035     READ RCV-FACILITY-FILE
030036         INVALID KEY
030037             MOVE 'KEY NOT ON FILE' TO AL-RESULT
030038             PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030039             GO TO 2350-EXIT
030040     END-READ.
030041     MOVE SPACES             TO AL-OLD.
030042     STRING RCV-KIND         DELIMITED BY SIZE
030043         '/'                 DELIMITED BY SIZE
030044         RCV-FEED-ID         DELIMITED BY SIZE
030045         INTO AL-OLD.
030046     IF RM-CHANGE
030047         MOVE RM-RCV-KIND    TO RCV-KIND
030048         MOVE RM-RCV-ADDRESS TO RCV-ADDRESS
030049         MOVE RM-RCV-PHONE   TO RCV-PHONE
030050         MOVE RM-RCV-FEED-ID TO RCV-FEED-ID
030051         REWRITE RECEIVING-FACILITY-RECORD
030052             INVALID KEY
030053                 MOVE 'REWRITE FAILED' TO AL-RESULT
030054                 PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030055                 GO TO 2350-EXIT
030056         END-REWRITE
030057         MOVE 'CHANGED'      TO AL-RESULT
030058         PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT
030059         GO TO 2350-EXIT
030060     END-IF.
030061     IF RM-DELETE
030062         DELETE RCV-FACILITY-FILE RECORD
030063             INVALID KEY
030064                 MOVE 'DELETE FAILED' TO AL-RESULT
030065                 PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT
030066                 GO TO 2350-EXIT
030067         END-DELETE
030068         MOVE SPACES         TO AL-NEW
030069         MOVE 'DELETED'      TO AL-RESULT
030070         PERFORM 2920-AUDIT-APPLY THRU 2920-EXIT
030071         GO TO 2350-EXIT
030072     END-IF.
030073     MOVE 'UNKNOWN ACTION'   TO AL-RESULT.
030074     PERFORM 2910-AUDIT-REJECT THRU 2910-EXIT.
030075 2350-EXIT.
030076     EXIT.
030100*
030110 2400-APPLY-PAYER.
030120     MOVE RM-PAYER-NAME      TO AL-KEY.
031640     CLOSE REFERENCE-FILE.
031650     CLOSE PAYER-FILE.
031660     CLOSE BED-ATTR-FILE.
031665     CLOSE RCV-FACILITY-FILE.
031670     CLOSE AUDIT-RPT.
031680     DISPLAY 'HBRATMNT: CHANGES APPLIED  = ' HB-APPLIED-CT.
031690     DISPLAY 'HBRATMNT: CHANGES REJECTED = ' HB-REJECTED-CT.
