000100*-----------------------------------------------------------
000200* DSLOGREC.CPY
000300* DISCHARGE-SUMMARY DELIVERY LOG (DSUMLOG) - ONE ROW APPENDED
000400* BY HBDSUM FOR EVERY DISCHARGE TO ANOTHER FACILITY, SENT OR
000500* NOT.  A 'S' ROW SAYS WHICH SUMMARY WENT ON THE OUTBOUND
000600* FEED, TO WHICH FACILITY AND FEED ADDRESS, FOR WHICH
000700* BUSINESS DATE, WHEN (MACHINE DATE AND TIME OF THE RUN) AND
000800* HOW MANY ROWS OF EACH KIND IT CARRIED.  ANY OTHER STATUS IS
000900* A DISCHARGE THAT DID NOT GO OUT AND NEEDS THE WARD TO
001000* TELEPHONE IT THROUGH AS BEFORE - EXCEPT 'R', A DISCHARGE
001010* HBREVRS REVERSED THE SAME NIGHT (BILLVOID), WHICH HAS NOTHING
001020* TO SEND AND NOTHING TO TELEPHONE.  CUMULATIVE, OPENED EXTEND.
001100*-----------------------------------------------------------
001200 01  DISCH-SUMMARY-LOG-RECORD.
001300     03  SG-BUS-DATE         PIC X(06).
001400     03  SG-LOGGED-ON        PIC X(06).
001500     03  SG-LOGGED-AT        PIC X(08).
001600     03  SG-STATUS           PIC X(01).
001700         88  SG-SENT             VALUE 'S'.
001800         88  SG-NOT-ON-MASTER    VALUE 'U'.
001900         88  SG-NO-FEED-ID       VALUE 'A'.
002000         88  SG-HELD             VALUE 'H'.
002050         88  SG-REVERSED         VALUE 'R'.
002100     03  SG-DISPOSITION      PIC X(20).
002200     03  SG-FEED-ID          PIC X(20).
002300     03  SG-MRN              PIC 9(07).
002400     03  SG-BEDIDENT         PIC X(04).
002500     03  SG-DISCH-DATE       PIC X(06).
002600     03  SG-DIAG-CT          PIC 9(02).
002700     03  SG-MED-CT           PIC 9(02).
002800     03  SG-LAB-CT           PIC 9(03).
002900     03  SG-ROW-CT           PIC 9(03).
