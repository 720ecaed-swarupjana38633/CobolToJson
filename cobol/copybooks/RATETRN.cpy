000900*   'H'  REFERENCE ROW  (KEYNAME / VALUE)
000910*   'P'  PAYER ROW      (NAME / ADDRESS / PHONE)
000920*   'B'  BED-ATTRIBUTE  (BEDIDENT / ISOL / TELE / BARI)
000930*   'F'  RECEIVING FACILITY (NAME / KIND / ADDRESS / PHONE /
000940*                        FEED ADDRESS)
001000* RM-ACTION IS 'A' ADD, 'C' CHANGE, 'D' DELETE.
001100*-----------------------------------------------------------
001200 01  RATE-MAINT-RECORD.
002000         88  RM-REFERENCE-ROW    VALUE 'H'.
002010         88  RM-PAYER-ROW        VALUE 'P'.
002020         88  RM-BEDATTR-ROW      VALUE 'B'.
002030         88  RM-RCVFAC-ROW       VALUE 'F'.
002100     03  RM-RATE-CATEGORY    PIC X(01).
002200     03  RM-RATE-TYPE        PIC X(20).
002300     03  RM-EFF-DATE         PIC X(06).
003400     03  RM-BED-ISOL         PIC X(01).
003500     03  RM-BED-TELE         PIC X(01).
003600     03  RM-BED-BARI         PIC X(01).
003700     03  RM-RCV-NAME         PIC X(20).
003800     03  RM-RCV-KIND         PIC X(01).
003900         88  RM-RCV-KIND-VALID   VALUE 'F' 'N'.
004000     03  RM-RCV-ADDRESS      PIC X(30).
004100     03  RM-RCV-PHONE        PIC X(10).
004200     03  RM-RCV-FEED-ID      PIC X(20).
