000300* RECORD LAYOUT FOR THE GENERAL REFERENCE-VALUE MASTER.
000400* NAMED VALUES THE PROGRAMS USED TO CARRY AS HARD-CODED
000500* LITERALS - 'HOSPITAL' (THIS HOSPITAL'S NAME AS KEYED IN
000600* PREV-HOSP AT ADMISSION), AND 'CLAIMSTART' (YYMMDD, THE
000650* FIRST BILL DATE HBCLAIM SENDS AS AN ELECTRONIC CLAIM).
000700*-----------------------------------------------------------
000800 01  REFERENCE-RECORD.
000900     03  REF-KEYNAME         PIC X(12).
