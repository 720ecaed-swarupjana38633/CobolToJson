000100*-----------------------------------------------------------
000200* RCVFREC.CPY
000300* RECORD LAYOUT FOR THE RECEIVING-FACILITY MASTER (RCVMSTR),
000400* KEYED BY RCV-NAME - THE DISPOSITION EXACTLY AS THE WARD
000500* KEYS IT ON THE DISCHARGE (DISCH-DISPOSITION).  A 'F' ROW
000600* IS A NURSING HOME, REHAB UNIT OR OTHER HOSPITAL THAT TAKES
000700* OUR PATIENTS ON DISCHARGE; RCV-FEED-ID IS THE ADDRESS THE
000800* OUTBOUND INTERFACE DELIVERS ITS DISCHARGE SUMMARIES TO.  A
000900* 'N' ROW IS A DISPOSITION THAT NAMES NO FACILITY (HOME,
001000* EXPIRED, LEFT AGAINST ADVICE ...) - IT IS ON THE FILE SO
001100* HBDSUM CAN TELL "NOT A TRANSFER" FROM "A FACILITY WE DO
001200* NOT KNOW".  MAINTAINED THROUGH HBRATMNT LIKE THE OTHER
001300* REFERENCE MASTERS.  NOT THE FACILITY MASTER (FACREC),
001400* WHICH IS THIS HOSPITAL'S OWN TREATMENT FACILITIES.
001500*-----------------------------------------------------------
001600 01  RECEIVING-FACILITY-RECORD.
001700     03  RCV-NAME            PIC X(20).
001800     03  RCV-KIND            PIC X(01).
001900         88  RCV-FACILITY        VALUE 'F'.
002000         88  RCV-NOT-FACILITY    VALUE 'N'.
002100     03  RCV-ADDRESS         PIC X(30).
002200     03  RCV-PHONE           PIC X(10).
002300     03  RCV-FEED-ID         PIC X(20).
