000100*-----------------------------------------------------------
000200* CRBALREC.CPY
000300* UNAPPLIED-CASH / CREDIT-BALANCE MASTER (CRBAL), KEYED BY
000400* THE INVOICE THE MONEY CAME IN AGAINST.  HBARADJ ADDS TO
000500* A ROW WHEN AN OVERPAYMENT IS MOVED OFF THE REMITTANCE
000600* EXCEPTIONS ('U') AND WORKS IT DOWN AS REFUNDS GO OUT ('R').
000700* SAME RULE AS THE LEDGER - CR-RECEIVED MINUS CR-REFUNDED IS
000800* ALWAYS CR-OPEN, SO THE ROW PROVES ITSELF.
000900*-----------------------------------------------------------
001000 01  CREDIT-BALANCE-RECORD.
001100     03  CR-INV-NO           PIC 9(07).
001200     03  CR-MRN              PIC 9(07).
001300     03  CR-PAYER            PIC X(20).
001400     03  CR-FIRST-DATE       PIC X(06).
001500     03  CR-LAST-DATE        PIC X(06).
001600     03  CR-RECEIVED         PIC 9(07)V99.
001700     03  CR-REFUNDED         PIC 9(07)V99.
001800     03  CR-OPEN             PIC 9(07)V99.
001900     03  CR-STATUS           PIC X(01).
002000         88  CR-OPEN-CREDIT      VALUE 'O'.
002100         88  CR-CLOSED-CREDIT    VALUE 'C'.
