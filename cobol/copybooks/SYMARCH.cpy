000100*-----------------------------------------------------------
000200* SYMARCH.CPY
000300* CLINICAL ARCHIVE ROW FOR A DISCHARGED STAY'S SYMPTOM CASE,
000400* WRITTEN BY HBDISCH WHEN THE CASE LEAVES THE SYMPTOM MASTER
000500* SO THE BED'S NEXT OCCUPANT DOES NOT INHERIT IT.  THE CASE
000600* IS STAMPED WITH THE PATIENT'S PERMANENT MRN AND THE
000700* DISCHARGE DATE - BEDIDENT ALONE NO LONGER SAYS WHOSE CASE
000800* IT WAS ONCE THE BED TURNS OVER.  SA-SYMPTOM-DATA IS THE
000900* SYMPTOM-RECORD (SYMPREC) BYTE FOR BYTE, SO HBREVRS PUTS IT
001000* BACK WITH A SINGLE MOVE.
001100*-----------------------------------------------------------
001200 01  SYMPTOM-ARCH-RECORD.
001300     03  SA-MRN              PIC 9(07).
001400     03  SA-DISCH-DATE       PIC X(06).
001500     03  SA-SYMPTOM-DATA.
001600         05  SA-BEDIDENT         PIC X(04).
001700         05  SA-DIAGNOSE         PIC X(20).
001800         05  SA-SYMPDATE         PIC X(06).
001900         05  SA-PREV-TREAT-FLAG  PIC X(01).
002000         05  SA-TREAT-DESC       PIC X(20).
002100         05  SA-SYMP-DOCTOR      PIC X(20).
002200         05  SA-SYMP-DOCT-PHONE  PIC X(10).
002300         05  SA-CASE-CLOSED-FLAG PIC X(01).
