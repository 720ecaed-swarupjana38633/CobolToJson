000100*-----------------------------------------------------------
000200* PAYRESP.CPY
000300* PAYER RESPONSE ROW (PAYRESP) AS THE JSON2CBL/CBL2JSON
000400* CONVERSION STEP WRITES IT FROM THE PAYERS' INBOUND
000500* ACKNOWLEDGEMENT, REMITTANCE AND DENIAL FILES - ONE ROW PER
000600* CLAIM RESPONSE, READ BY HBRMTIN.  PR-INV-NO IS THE INVOICE
000700* NUMBER THE CLAIM WENT OUT UNDER (CC-INV-NO).  PR-AMOUNT IS
000800* ONLY LOOKED AT ON A PAYMENT ROW AND THE DENIAL FIELDS ONLY
000900* ON A DENIAL ROW.
001000*-----------------------------------------------------------
001100 01  PAYER-RESPONSE-RECORD.
001200     03  PR-REC-TYPE         PIC X(01).
001300         88  PR-ACK              VALUE 'A'.
001400         88  PR-PAYMENT          VALUE 'P'.
001500         88  PR-DENIAL           VALUE 'D'.
001600     03  PR-INV-NO           PIC 9(07).
001700     03  PR-PAYER            PIC X(20).
001800     03  PR-DATE             PIC X(06).
001900     03  PR-AMOUNT           PIC 9(07)V99.
002000     03  PR-DENIAL-CODE      PIC X(05).
002100     03  PR-DENIAL-REASON    PIC X(30).
