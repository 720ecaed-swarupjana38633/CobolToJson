000100*-----------------------------------------------------------
000200* CLINTRAN.CPY
000300* CLINICAL ORDER-ENTRY TRANSACTION, POSTED BY HBCLIN AGAINST
000400* THE SYMPTOM AND TREATMNT MASTERS.  ONE FLAT LAYOUT COVERS
000500* EVERY ACTION - CL-ACTION SAYS WHICH, AND ONLY THAT
000600* ACTION'S FIELDS ARE LOOKED AT -
000700*   'O'  OPEN A SYMPTOM CASE  (DOCTOR / DIAGNOSE / PREV-TREAT
000800*                              FLAG / TREAT-DESC)
000900*   'C'  CLOSE THE CASE       (NONE BEYOND BED AND DATE)
001000*   'R'  REASSIGN THE CASE    (DOCTOR)
001100*   'T'  POST A TREATMENT     (TRTYPE / DIET-COMMENT)
001200*   'M'  APPEND A MEDICATION  (MEDICATION)
001300*   'S'  FLAG A SURGERY       (FACTYPE / SURG-COMMENT)
001400*   'X'  CLEAR A SURGERY      (SURG-COMMENT, OPTIONAL)
001500* CL-DATE IS THE ACTION'S OWN DATE - SYMPDATE FOR AN OPEN,
001600* TRDATE FOR A TREATMENT, MED-DATE FOR A MEDICATION AND
001700* SURGERY-DATE FOR A SURGERY FLAG.
001800*-----------------------------------------------------------
001900 01  CLIN-TRAN-RECORD.
002000     03  CL-ACTION           PIC X(01).
002100         88  CL-OPEN-CASE        VALUE 'O'.
002200         88  CL-CLOSE-CASE       VALUE 'C'.
002300         88  CL-REASSIGN-CASE    VALUE 'R'.
002400         88  CL-POST-TREATMENT   VALUE 'T'.
002500         88  CL-ADD-MEDICATION   VALUE 'M'.
002600         88  CL-FLAG-SURGERY     VALUE 'S'.
002700         88  CL-CLEAR-SURGERY    VALUE 'X'.
002800         88  CL-VALID-ACTION     VALUE 'O' 'C' 'R' 'T'
002900                                       'M' 'S' 'X'.
003000     03  BEDIDENT            PIC X(04).
003100     03  CL-DATE             PIC X(06).
003200     03  CL-DOCTOR           PIC X(20).
003300     03  CL-DIAGNOSE         PIC X(20).
003400     03  CL-PREV-TREAT-FLAG  PIC X(01).
003500     03  CL-TREAT-DESC       PIC X(20).
003600     03  CL-TRTYPE           PIC X(20).
003700     03  CL-MEDICATION       PIC X(20).
003800     03  CL-DIET-COMMENT     PIC X(30).
003900     03  CL-FACTYPE          PIC X(20).
004000     03  CL-SURG-COMMENT     PIC X(30).
