000100*-----------------------------------------------------------
000200* CLMSTREC.CPY
000300* CLAIM-STATUS MASTER (CLMSTAT), KEYED BY THE INVOICE THE
000400* CLAIM WAS BUILT FROM.  HBCLAIM CREATES THE ROW AS
000500* SUBMITTED WHEN THE INSURANCE PORTION GOES OUT ON THE CLAIM
000600* EXTRACT - A LEDGER ROW WITH A CLAIM-STATUS ROW IS NEVER
000700* CLAIMED AGAIN.  HBRMTIN MOVES IT ON FROM THE PAYER'S OWN
000800* RESPONSES -
000900*   'S'  SUBMITTED      - ON TONIGHT'S OR AN EARLIER EXTRACT
001000*   'A'  ACKNOWLEDGED   - THE PAYER HAS RECEIVED IT
001100*   'P'  PAID           - AT LEAST ONE REMITTANCE HAS COME IN
001200*   'D'  DENIED         - CS-DENIAL-CODE/REASON SAY WHY
001300* CS-RESP-DATE IS THE DATE OF THE LATEST PAYMENT OR DENIAL.
001320* CS-LAST-PAY-AMT IS THE AMOUNT OF THE LATEST PAYMENT ALONE
001340* (CS-PAID-AMT IS THE RUNNING TOTAL) - HBRMTIN COMPARES IT
001360* WITH CS-RESP-DATE TO KNOW A PAYMENT IT HAS ALREADY TAKEN.
001400* HBCLMRP LISTS THE 'S' AND 'A' ROWS THAT HAVE WAITED TOO
001500* LONG.
001600*-----------------------------------------------------------
001700 01  CLAIM-STATUS-RECORD.
001800     03  CS-INV-NO           PIC 9(07).
001900     03  CS-PAYER            PIC X(20).
002000     03  CS-MRN              PIC 9(07).
002100     03  CS-CLAIM-AMT        PIC 9(07)V99.
002200     03  CS-STATUS           PIC X(01).
002300         88  CS-SUBMITTED        VALUE 'S'.
002400         88  CS-ACKNOWLEDGED     VALUE 'A'.
002500         88  CS-PAID             VALUE 'P'.
002600         88  CS-DENIED           VALUE 'D'.
002700         88  CS-AWAITING-PAYER   VALUE 'S' 'A'.
002800     03  CS-SUBMIT-DATE      PIC X(06).
002900     03  CS-ACK-DATE         PIC X(06).
003000     03  CS-RESP-DATE        PIC X(06).
003100     03  CS-PAID-AMT         PIC 9(07)V99.
003200     03  CS-DENIAL-CODE      PIC X(05).
003300     03  CS-DENIAL-REASON    PIC X(30).
003400     03  CS-LAST-PAY-AMT     PIC 9(07)V99.
