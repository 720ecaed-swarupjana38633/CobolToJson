000700* MAINTENANCE IS NO LONGER INDISTINGUISHABLE FROM A FREE
000800* ONE.  ROWS ARE CREATED AS BEDS ARE FIRST TOUCHED (HBADMIT
000900* WRITES 'O', HBDISCH AND HBXFER WRITE 'C', HBHOUSE WRITES
001000* 'X') - A BED WITH NO ROW YET HAD NEVER BEEN HELD AND WAS
001100* IMPLICITLY AVAILABLE (BUT SEE BELOW - EVERY BED NOW HAS
001110* ONE).  WARD.BEDAVAIL COUNTS BEDS THAT ARE
001200* NEITHER OCCUPIED NOR HELD ('C'/'X'), SO A FREED BED ONLY
001300* REJOINS BEDAVAIL WHEN HOUSEKEEPING RELEASES IT.
001400*-----------------------------------------------------------
001900         88  BED-OCCUPIED        VALUE 'O'.
002000         88  BED-CLEANING        VALUE 'C'.
002100         88  BED-OUT-OF-SERVICE  VALUE 'X'.
002150         88  BED-RETIRED         VALUE 'R'.
002200     03  BED-STAT-DATE       PIC X(06).
002300*-----------------------------------------------------------
002400* 'R' IS A BED THAT IS NOT PART OF ITS WARD'S CAPACITY AT
002500* ALL - RETIRED, CLOSED FOR A BLOCK-CLOSURE WINDOW, OR A
002600* SURGE BED OUTSIDE ITS WINDOW.  ONLY HBCAPMNT SETS OR
002700* CLEARS IT, WARD.TOT-BEDS DOES NOT COUNT IT, AND HBADMIT
002800* AND HBXFER REFUSE IT LIKE ANY OTHER BED THAT IS NOT 'A'.
002850* HBREVRS WILL NOT PUT A REVERSED PATIENT BACK INTO IT.
002900* THE WINDOW FIELDS CARRY A SURGE ('S') OR BLOCK-CLOSURE
003000* ('C') PERIOD KEYED THROUGH HBCAPMNT, WHICH OPENS AND
003100* CLOSES THE BED ON THOSE DATES.  SPACES MEAN NO WINDOW.
003200* THE ROW GREW WITH THESE FIELDS, SO BEDMSTR WAS RELOADED
003210* AT THE NEW LENGTH BY HBCNVBED, WHICH ALSO WROTE AN 'A' ROW
003220* FOR EVERY BED IN SERVICE THAT HAD NONE.  SINCE THEN EVERY
003230* BED HAS A ROW AND HBCAPMNT WRITES ONE FOR EVERY BED IT
003240* ADDS, SO THERE A BED WITH NO ROW IS A BED THAT DOES NOT
003250* EXIST.
003300*-----------------------------------------------------------
003400     03  BED-WINDOW-TYPE     PIC X(01).
003500         88  BED-SURGE-WINDOW    VALUE 'S'.
003600         88  BED-CLOSED-WINDOW   VALUE 'C'.
003700     03  BED-WINDOW-FROM     PIC X(06).
003800     03  BED-WINDOW-TO       PIC X(06).
