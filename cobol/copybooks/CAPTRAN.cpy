000100*-----------------------------------------------------------
000200* CAPTRAN.CPY
000300* WARD/BED CAPACITY MAINTENANCE TRANSACTION, POSTED BY
000400* HBCAPMNT.  ONE FLAT LAYOUT FOR EVERY ACTION -
000500*   'W'  ADD A WARD (WARDNO / ROOMS / WARDTYPE), WITH ITS
000600*        FIRST BLOCK OF BEDS IF A BED RANGE IS KEYED
000700*   'A'  ADD BEDS FROM-BED THRU TO-BED TO A WARD
000800*   'R'  RETIRE BEDS FROM-BED THRU TO-BED
000900*   'S'  SURGE BEDS FROM-BED THRU TO-BED, OPEN ONLY FROM
001000*        FROM-DATE THRU TO-DATE
001100*   'C'  CLOSE BEDS FROM-BED THRU TO-BED FROM FROM-DATE
001200*        THRU TO-DATE (A BAY SHUT FOR RENOVATION)
001300* BED NUMBERS ARE THE LAST TWO CHARACTERS OF BEDIDENT; A
001400* BLANK TO-BED MEANS THE ONE BED.  CAP-ROOMS IS THE NUMBER
001500* OF ROOMS THE ACTION ADDS ('W', 'A') OR TAKES AWAY ('R'),
001600* BLANK FOR NONE.  THE ATTRIBUTE FLAGS ('Y' OR SPACE) ARE
001700* POSTED TO THE BED-ATTRIBUTE MASTER FOR EVERY NEW BED.
001800*-----------------------------------------------------------
001900 01  CAP-TRAN-RECORD.
002000     03  CAP-ACTION          PIC X(01).
002100         88  CAP-ADD-WARD        VALUE 'W'.
002200         88  CAP-ADD-BEDS        VALUE 'A'.
002300         88  CAP-RETIRE-BEDS     VALUE 'R'.
002400         88  CAP-SURGE-BEDS      VALUE 'S'.
002500         88  CAP-CLOSE-BEDS      VALUE 'C'.
002600     03  CAP-WARDNO          PIC X(02).
002700     03  CAP-FROM-BED        PIC X(02).
002800     03  CAP-TO-BED          PIC X(02).
002900     03  CAP-FROM-DATE       PIC X(06).
003000     03  CAP-TO-DATE         PIC X(06).
003100     03  CAP-ROOMS           PIC X(03).
003200     03  CAP-WARDTYPE        PIC X(20).
003300     03  CAP-BED-ISOL        PIC X(01).
003400     03  CAP-BED-TELE        PIC X(01).
003500     03  CAP-BED-BARI        PIC X(01).
