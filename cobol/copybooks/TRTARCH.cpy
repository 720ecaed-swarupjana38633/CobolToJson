000100*-----------------------------------------------------------
000200* TRTARCH.CPY
000300* CLINICAL ARCHIVE ROW FOR A DISCHARGED STAY'S TREATMNT ROW,
000400* WRITTEN BY HBDISCH ALONGSIDE THE SYMPTOM ARCHIVE (SYMARCH)
000500* AND STAMPED THE SAME WAY - PERMANENT MRN AND DISCHARGE
000600* DATE.  TA-TREATMNT-DATA IS THE TREATMNT-RECORD (TRTREC)
000700* BYTE FOR BYTE, MEDICATION HISTORY INCLUDED; HBBILL PRICES
000800* THE STAY FROM THIS ROW AND HBREVRS PUTS IT BACK ON THE
000900* MASTER.  AS ON TRTREC, TA-MED-COUNT IS DISPLAY SO THE ROW
001000* SURVIVES LINE SEQUENTIAL I/O, AND ANY MOVE OF THE WHOLE
001100* TREATMNT IMAGE IN OR OUT SETS THE RECEIVING COUNT FIRST SO
001200* BOTH SIDES OF THE MOVE ARE THE SAME LENGTH.
001300*-----------------------------------------------------------
001400 01  TREATMNT-ARCH-RECORD.
001500     03  TA-MRN              PIC 9(07).
001600     03  TA-DISCH-DATE       PIC X(06).
001700     03  TA-TREATMNT-DATA.
001800         05  TA-BEDIDENT         PIC X(04).
001900         05  TA-TRTYPE           PIC X(20).
002000         05  TA-TRDATE           PIC X(06).
002100         05  TA-MED-COUNT        PIC 9(02).
002200         05  TA-MED-ENTRY OCCURS 1 TO 20 TIMES
002300                         DEPENDING ON TA-MED-COUNT
002400                         INDEXED BY TA-MED-IDX.
002500             07  TA-MED-DATE         PIC X(06).
002600             07  TA-MEDICATION-TYPE  PIC X(20).
002700         05  TA-DIET-COMMENT     PIC X(30).
002800         05  TA-SURGERY-FLAG     PIC X(01).
002900         05  TA-SURGERY-DATE     PIC X(06).
003000         05  TA-SURGERY-COMMENT  PIC X(30).
003100         05  TA-FACTYPE          PIC X(20).
