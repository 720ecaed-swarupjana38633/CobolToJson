000100*-----------------------------------------------------------
000200* ADJREC.CPY
000300* AR ADJUSTMENT JOURNAL (ADJJRNL) - ONE ROW PER ADJUSTMENT
000400* HBARADJ POSTS, APPENDED NIGHT AFTER NIGHT SO THE MONTH'S
000500* ROWS ARE ALL THERE WHEN HBADJRP PRINTS THE FINANCE-CLOSE
000600* TOTALS.  JR-TYPE AND JR-SIDE ARE THE ADJTRAN CODES; THE
000700* OPEN BALANCES ARE THE AFFECTED SIDE'S (OR THE CREDIT
000800* BALANCE'S) BEFORE AND AFTER THE POSTING.
000900*-----------------------------------------------------------
001000 01  ADJ-JOURNAL-RECORD.
001100     03  JR-POST-DATE        PIC X(06).
001200     03  JR-INV-NO           PIC 9(07).
001300     03  JR-MRN              PIC 9(07).
001400     03  JR-TYPE             PIC X(01).
001500     03  JR-SIDE             PIC X(01).
001600     03  JR-AMOUNT           PIC 9(07)V99.
001700     03  JR-OPEN-BEFORE      PIC 9(07)V99.
001800     03  JR-OPEN-AFTER       PIC 9(07)V99.
001900     03  JR-PAYER            PIC X(20).
002000     03  JR-REASON           PIC X(30).
