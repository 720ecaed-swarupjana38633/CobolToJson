000100*-----------------------------------------------------------
000200* BDATEREC.CPY
000300* BUSINESS-DATE CONTROL RECORD (BUSDATE) - THE ONE ROW THAT
000400* SAYS WHICH DAY'S BUSINESS THE NIGHT STREAM IS PROCESSING.
000500* EVERY PROGRAM THAT NEEDS "TODAY" TAKES BD-BUS-DATE FROM
000600* HERE RATHER THAN THE MACHINE CLOCK, SO A STREAM RERUN
000700* AFTER MIDNIGHT, OR A MISSED NIGHT CAUGHT UP DAYS LATER,
000800* STILL BILLS, AGES AND REPORTS AS OF ITS OWN DATE.
000900* HBBDATE OPENS A DATE AT THE HEAD OF THE STREAM AND CLOSES
001000* IT AT THE TAIL; HBBALNC RECORDS ITS RED/GREEN VERDICT IN
001100* BD-BAL-VERDICT IN BETWEEN, AND A DATE ONLY CLOSES GREEN.
001200* BD-NEXT-DATE IS THE DATE THE NEXT ORDINARY OPEN WILL TAKE -
001300* IT ADVANCES ONE CALENDAR DAY WHEN THAT DATE CLOSES, BUT
001400* NOT WHEN AN OPERATOR-NAMED CATCH-UP DATE CLOSES.
001500* BD-OPENED-ON AND BD-CLOSED-ON ARE THE MACHINE DATES THE
001600* OPEN AND CLOSE WERE ACTUALLY DONE ON, FOR THE AUDIT ONLY.
001700*-----------------------------------------------------------
001800 01  BUSINESS-DATE-RECORD.
001900     03  BD-BUS-DATE         PIC X(06).
002000     03  BD-STATE            PIC X(01).
002100         88  BD-DATE-OPEN        VALUE 'O'.
002200         88  BD-DATE-CLOSED      VALUE 'C'.
002300     03  BD-NEXT-DATE        PIC X(06).
002400     03  BD-CATCHUP-SW       PIC X(01).
002500         88  BD-CATCHUP          VALUE 'Y'.
002600     03  BD-BAL-VERDICT      PIC X(01).
002700         88  BD-BAL-GREEN        VALUE 'G'.
002800         88  BD-BAL-RED          VALUE 'R'.
002900     03  BD-OPENED-ON        PIC X(06).
003000     03  BD-CLOSED-ON        PIC X(06).
