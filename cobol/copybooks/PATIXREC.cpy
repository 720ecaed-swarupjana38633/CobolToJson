001900     03  PIX-FIRST-DATE      PIC X(06).
002000     03  PIX-LAST-DATE       PIC X(06).
002100     03  PIX-STAY-CT         PIC 9(03).
002200*-----------------------------------------------------------
002300* SET BY HBMERGE WHEN THIS MRN IS FOLDED INTO ANOTHER - THE
002400* ROW STAYS ON FILE, RETIRED, POINTING AT THE SURVIVING MRN.
002500* EVERY ROW STILL IN USE CARRIES SPACES HERE (HBADMIT WRITES
002600* IT SO, AND HBCNVPIX RELOADED THE ROWS THAT PREDATE THE
002610* FIELD AT THE NEW LENGTH WITH SPACES), SO A ROW IS RETIRED
002700* ONLY WHEN THIS IS NUMERIC AND NOT ZERO.
002800*-----------------------------------------------------------
002900     03  PIX-MERGED-INTO     PIC 9(07).
