000100*-----------------------------------------------------------
000200* MRGTRAN.CPY
000300* PATIENT-INDEX MERGE TRANSACTION, POSTED BY HBMERGE.  ONE
000400* ROW PER PAIR OF MRNS THE MEDICAL-RECORDS DESK HAS CONFIRMED
000500* ARE THE SAME PERSON (USUALLY OFF THE HBDUPRP CANDIDATE
000600* REPORT).  MG-LOSER-MRN IS RETIRED AND EVERYTHING CARRYING
000700* IT IS RE-POINTED AT MG-SURVIVOR-MRN.  MG-DATE AND
000800* MG-REASON RIDE ONTO THE MERGE AUDIT TRAIL (MRGAUDIT).
000900*-----------------------------------------------------------
001000 01  MERGE-TRAN-RECORD.
001100     03  MG-SURVIVOR-MRN     PIC 9(07).
001200     03  MG-LOSER-MRN        PIC 9(07).
001300     03  MG-DATE             PIC X(06).
001400     03  MG-REASON           PIC X(30).
