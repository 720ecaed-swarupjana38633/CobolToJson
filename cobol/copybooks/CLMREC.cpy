000100*-----------------------------------------------------------
000200* CLMREC.CPY
000300* RECORD LAYOUT FOR THE NIGHTLY INSURANCE CLAIM EXTRACT
000400* (CLAIMOUT) FED TO JSON2CBL/CBL2JSON FOR SUBMISSION TO THE
000500* PAYERS, THE SAME WAY CENSREC FEEDS THE STATE CENSUS.  ONE
000600* PAYER ROW PER PAYER ON PAYMSTR WITH CLAIMS TONIGHT,
000700* FOLLOWED BY THAT PAYER'S CLAIM ROWS - THE CONVERSION STEP
000800* SPLITS THE FILE INTO ONE SUBMISSION PER PAYER ROW.  ALL
000900* THREE 01-LEVELS BELOW SHARE THE SAME STORAGE - CLM-REC-TYPE
001000* TELLS A READER WHICH VIEW APPLIES TO THE ROW JUST READ.
001100* CC-CLAIM-AMT IS THE INSURANCE PORTION OF THE INVOICE
001200* (AR-INS-BILL); CC-BILL-TOTAL IS THE WHOLE INVOICE.
001300*-----------------------------------------------------------
001400 01  CLAIM-RECORD.
001500     03  CLM-REC-TYPE        PIC X(01).
001600         88  CLM-PAYER-ROW       VALUE 'P'.
001700         88  CLM-CLAIM-ROW       VALUE 'C'.
001800     03  FILLER              PIC X(92).
001900 01  CLM-PAYER-DATA REDEFINES CLAIM-RECORD.
002000     03  FILLER              PIC X(01).
002100     03  CP-PAYER-NAME       PIC X(20).
002200     03  CP-PAYER-ADDRESS    PIC X(30).
002300     03  CP-PAYER-PHONE      PIC X(10).
002400     03  CP-CLAIM-CT         PIC 9(05).
002500     03  CP-CLAIM-TOTAL      PIC 9(09)V99.
002600     03  FILLER              PIC X(16).
002700 01  CLM-CLAIM-DATA REDEFINES CLAIM-RECORD.
002800     03  FILLER              PIC X(01).
002900     03  CC-INV-NO           PIC 9(07).
003000     03  CC-MRN              PIC 9(07).
003100     03  CC-PATNAME          PIC X(20).
003200     03  CC-PATADDRESS       PIC X(30).
003300     03  CC-BEDIDENT         PIC X(04).
003400     03  CC-BILL-DATE        PIC X(06).
003500     03  CC-CLAIM-AMT        PIC 9(07)V99.
003600     03  CC-BILL-TOTAL       PIC 9(07)V99.
