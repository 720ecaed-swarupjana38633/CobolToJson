000100*-----------------------------------------------------------
000200* ADJTRAN.CPY
000300* AR ADJUSTMENT TRANSACTION, POSTED BY HBARADJ.  ONE FLAT
000400* LAYOUT COVERS EVERY TYPE - ADJ-TYPE SAYS WHICH -
000500*   'A'  CONTRACTUAL ALLOWANCE     } TAKE ADJ-AMOUNT OFF THE
000600*   'B'  BAD-DEBT WRITE-OFF        } ADJ-SIDE OF THE INVOICE
000700*   'S'  SMALL-BALANCE WRITE-OFF   } ('I' INSURANCE, 'P'
000800*                                    PATIENT)
000900*   'U'  OVERPAYMENT MOVED FROM THE REMITTANCE EXCEPTIONS
001000*        (REMITEXC) ONTO THE CREDIT-BALANCE FILE (CRBAL)
001100*        AGAINST THE INVOICE IT CAME IN FOR - ADJ-PAYER IS
001200*        WHO SENT IT, AND WHO ANY REFUND GOES BACK TO
001300*   'R'  REFUND PAID OUT OF THAT INVOICE'S CREDIT BALANCE
001400* ADJ-SIDE IS ONLY LOOKED AT FOR 'A', 'B' AND 'S'.  ADJ-REASON
001500* IS FREE TEXT AND RIDES ONTO THE ADJUSTMENT JOURNAL.
001600*-----------------------------------------------------------
001700 01  ADJ-TRAN-RECORD.
001800     03  ADJ-INV-NO          PIC 9(07).
001900     03  ADJ-TYPE            PIC X(01).
002000         88  ADJ-ALLOWANCE       VALUE 'A'.
002100         88  ADJ-BAD-DEBT        VALUE 'B'.
002200         88  ADJ-SMALL-BALANCE   VALUE 'S'.
002300         88  ADJ-TO-CREDIT       VALUE 'U'.
002400         88  ADJ-REFUND          VALUE 'R'.
002500         88  ADJ-LEDGER-TYPE     VALUE 'A' 'B' 'S'.
002600         88  ADJ-VALID-TYPE      VALUE 'A' 'B' 'S' 'U' 'R'.
002700     03  ADJ-SIDE            PIC X(01).
002800         88  ADJ-INS-SIDE        VALUE 'I'.
002900         88  ADJ-PAT-SIDE        VALUE 'P'.
003000     03  ADJ-DATE            PIC X(06).
003100     03  ADJ-AMOUNT          PIC 9(07)V99.
003200     03  ADJ-PAYER           PIC X(20).
003300     03  ADJ-REASON          PIC X(30).
