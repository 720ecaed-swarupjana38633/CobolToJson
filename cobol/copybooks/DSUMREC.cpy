000100*-----------------------------------------------------------
000200* DSUMREC.CPY
000300* RECORD LAYOUT FOR THE NIGHTLY DISCHARGE-SUMMARY EXTRACT
000400* (DSUMOUT) FED TO JSON2CBL/CBL2JSON FOR DELIVERY TO THE
000500* RECEIVING FACILITIES, THE SAME WAY CENSREC FEEDS THE STATE
000600* CENSUS.  EACH SUMMARY IS ONE 'F' ADDRESS ROW, TAKEN FROM
000700* THE RECEIVING-FACILITY MASTER (RCVFREC), FOLLOWED BY
000800* SF-ROW-CT ROWS FOR THAT STAY - THE 'S' STAY ROW, THEN ANY
000900* 'D' DIAGNOSIS, 'T' TREATMENT, 'M' MEDICATION AND 'L'
001000* ABNORMAL LAB ROWS.  THE CONVERSION STEP SENDS EACH 'F' ROW
001100* AND ITS ROWS AS ONE DOCUMENT TO SF-FEED-ID.  EVERY ROW
001200* CARRIES THE MRN SO THE STEP CAN CHECK IT IS NESTING THE
001300* RIGHT ROWS.  ALL SEVEN 01-LEVELS BELOW SHARE THE SAME
001400* STORAGE - DS-REC-TYPE TELLS A READER WHICH VIEW APPLIES TO
001500* THE ROW JUST READ.
001600*-----------------------------------------------------------
001700 01  DISCH-SUMMARY-RECORD.
001800     03  DS-REC-TYPE         PIC X(01).
001900         88  DS-FACILITY-ROW     VALUE 'F'.
002000         88  DS-STAY-ROW         VALUE 'S'.
002100         88  DS-DIAGNOSIS-ROW    VALUE 'D'.
002200         88  DS-TREATMENT-ROW    VALUE 'T'.
002300         88  DS-MEDICATION-ROW   VALUE 'M'.
002400         88  DS-LAB-ROW          VALUE 'L'.
002500     03  DS-MRN              PIC 9(07).
002600     03  FILLER              PIC X(132).
002700 01  DS-FACILITY-DATA REDEFINES DISCH-SUMMARY-RECORD.
002800     03  FILLER              PIC X(08).
002900     03  SF-RCV-NAME         PIC X(20).
003000     03  SF-RCV-ADDRESS      PIC X(30).
003100     03  SF-RCV-PHONE        PIC X(10).
003200     03  SF-FEED-ID          PIC X(20).
003300     03  SF-BUS-DATE         PIC X(06).
003400     03  SF-ROW-CT           PIC 9(03).
003500     03  FILLER              PIC X(43).
003600 01  DS-STAY-DATA REDEFINES DISCH-SUMMARY-RECORD.
003700     03  FILLER              PIC X(08).
003800     03  SS-PATNAME          PIC X(20).
003900     03  SS-PATADDRESS       PIC X(30).
004000     03  SS-PAT-PHONE        PIC X(10).
004100     03  SS-BEDIDENT         PIC X(04).
004200     03  SS-DATEADMT         PIC X(06).
004300     03  SS-DISCH-DATE       PIC X(06).
004400     03  SS-DISCH-REASON     PIC X(30).
004500     03  SS-DISPOSITION      PIC X(20).
004600     03  FILLER              PIC X(06).
004700 01  DS-DIAGNOSIS-DATA REDEFINES DISCH-SUMMARY-RECORD.
004800     03  FILLER              PIC X(08).
004900     03  SD-DIAGNOSE         PIC X(20).
005000     03  SD-SYMPDATE         PIC X(06).
005100     03  SD-TREAT-DESC       PIC X(20).
005200     03  SD-SYMP-DOCTOR      PIC X(20).
005300     03  SD-SYMP-DOCT-PHONE  PIC X(10).
005400     03  FILLER              PIC X(56).
005500 01  DS-TREATMENT-DATA REDEFINES DISCH-SUMMARY-RECORD.
005600     03  FILLER              PIC X(08).
005700     03  ST-TRTYPE           PIC X(20).
005800     03  ST-TRDATE           PIC X(06).
005900     03  ST-DIET-COMMENT     PIC X(30).
006000     03  ST-SURGERY-FLAG     PIC X(01).
006100     03  ST-SURGERY-DATE     PIC X(06).
006200     03  ST-SURGERY-COMMENT  PIC X(30).
006300     03  FILLER              PIC X(39).
006400 01  DS-MEDICATION-DATA REDEFINES DISCH-SUMMARY-RECORD.
006500     03  FILLER              PIC X(08).
006600     03  SM-MED-SEQ          PIC 9(02).
006700     03  SM-MED-DATE         PIC X(06).
006800     03  SM-MEDICATION-TYPE  PIC X(20).
006900     03  FILLER              PIC X(104).
007000 01  DS-LAB-DATA REDEFINES DISCH-SUMMARY-RECORD.
007100     03  FILLER              PIC X(08).
007200     03  SL-RESULT-DATE      PIC X(06).
007300     03  SL-BEDIDENT         PIC X(04).
007400     03  SL-TEST-TYPE        PIC X(20).
007500     03  SL-RESULT-VALUE     PIC X(20).
007600     03  FILLER              PIC X(82).
