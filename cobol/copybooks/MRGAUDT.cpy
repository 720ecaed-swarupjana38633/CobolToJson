000100*-----------------------------------------------------------
000200* MRGAUDT.CPY
000300* PATIENT-INDEX MERGE AUDIT TRAIL (MRGAUDIT), APPENDED BY
000400* HBMERGE AND NEVER REWRITTEN.  EACH APPLIED MERGE LEAVES -
000500*   'H'  ONE HEADER ROW - THE REASON AND BOTH INDEX ROWS'
000600*        FIRST/LAST DATES AND STAY COUNTS AS THEY STOOD
000700*        BEFORE THE MERGE
000800*   'D'  ONE DETAIL ROW PER RECORD RE-POINTED FROM THE LOSING
000900*        MRN TO THE SURVIVOR - WHICH FILE, AND THE KEY THAT
001000*        FINDS THE ROW AGAIN
001100*   'T'  ONE TRAILER ROW - THE RE-POINTED COUNTS BY FILE AND
001200*        THE RECOMPUTED FIRST/LAST DATES AND STAY COUNT
001300* TOGETHER THE THREE ARE EVERYTHING NEEDED TO PUT A WRONG
001400* MERGE BACK: EVERY 'D' ROW'S RECORD GOES BACK TO THE LOSING
001500* MRN, THE SURVIVOR'S INDEX ROW TAKES BACK THE 'H' VALUES AND
001600* THE LOSING ROW'S PIX-MERGED-INTO IS CLEARED.
001700* DETAIL KEYS BY FILE -
001800*   PATMSTR   BEDIDENT
001900*   PATARCH   BEDIDENT + DATEADMT
002000*   ARLEDGER  AR-INV-NO
002100*   XFERAUDT  BEDIDENT + TRANSFER-DATE
002200*   PATIXMST  PIX-MRN OF AN EARLIER-RETIRED ROW THAT POINTED
002300*             AT THE LOSING MRN
002330*   SYMARCH   BEDIDENT + DISCH-DATE
002360*   TRTARCH   BEDIDENT + DISCH-DATE
002400*-----------------------------------------------------------
002500 01  MERGE-AUDIT-RECORD.
002600     03  MA-ROW-TYPE         PIC X(01).
002700         88  MA-HEADER-ROW       VALUE 'H'.
002800         88  MA-DETAIL-ROW       VALUE 'D'.
002900         88  MA-TRAILER-ROW      VALUE 'T'.
003000     03  MA-MERGE-DATE       PIC X(06).
003100     03  MA-SURVIVOR-MRN     PIC 9(07).
003200     03  MA-LOSER-MRN        PIC 9(07).
003300     03  MA-ROW-DATA         PIC X(80).
003400     03  MA-HEADER-DATA REDEFINES MA-ROW-DATA.
003500         05  MA-REASON           PIC X(30).
003600         05  MA-SURV-FIRST-DATE  PIC X(06).
003700         05  MA-SURV-LAST-DATE   PIC X(06).
003800         05  MA-SURV-STAY-CT     PIC 9(03).
003900         05  MA-LOSER-FIRST-DATE PIC X(06).
004000         05  MA-LOSER-LAST-DATE  PIC X(06).
004100         05  MA-LOSER-STAY-CT    PIC 9(03).
004200         05  FILLER              PIC X(20).
004300     03  MA-DETAIL-DATA REDEFINES MA-ROW-DATA.
004400         05  MA-FILE-ID          PIC X(08).
004500         05  MA-ROW-KEY          PIC X(20).
004600         05  FILLER              PIC X(52).
004700     03  MA-TRAILER-DATA REDEFINES MA-ROW-DATA.
004800         05  MA-NEW-FIRST-DATE   PIC X(06).
004900         05  MA-NEW-LAST-DATE    PIC X(06).
005000         05  MA-NEW-STAY-CT      PIC 9(03).
005100         05  MA-PATMSTR-CT       PIC 9(05).
005200         05  MA-PATARCH-CT       PIC 9(05).
005300         05  MA-ARLEDGER-CT      PIC 9(05).
005400         05  MA-XFERAUDT-CT      PIC 9(05).
005500         05  MA-PATIXMST-CT      PIC 9(05).
005530         05  MA-SYMARCH-CT       PIC 9(05).
005560         05  MA-TRTARCH-CT       PIC 9(05).
005600         05  FILLER              PIC X(30).
