001725*                  REJECT FILES USE.  INFECTION CONTROL HAS
001726*                  WANTED THIS SINCE THE CO-LOCATION
001727*                  EXPOSURE REPORT.
001728* 2026-09-29  DPO  MRNS RETIRED BY AN INDEX MERGE (HBMERGE,
001729*                  PIX-MERGED-INTO) ARE FOLLOWED TO THE
001730*                  SURVIVING MRN - WHETHER MATCHED ON NAME
001731*                  AND ADDRESS OR KEYED FROM AN OLD CARD, THE
001732*                  STAY POSTS UNDER THE SURVIVOR, NOT THE
001733*                  NUMBER THE MERGE JUST RETIRED.
001734*-----------------------------------------------------------
001800*
001900*-----------------------------------------------------------
002000* ADMIT-TRAN-FILE HOLDS ONE ADMIT-TRAN-RECORD PER PATIENT
006730     03  HB-BAD-PAYER-CT     PIC 9(05)   COMP VALUE ZERO.
006740     03  HB-MRN-NEW-CT       PIC 9(05)   COMP VALUE ZERO.
006750     03  HB-MRN-MATCH-CT     PIC 9(05)   COMP VALUE ZERO.
006755     03  HB-MRN-FWD-CT       PIC 9(05)   COMP VALUE ZERO.
006760     03  HB-PIX-COUNT        PIC 9(05)   COMP VALUE ZERO.
006770     03  HB-PIX-IDX          PIC 9(05)   COMP.
006780     03  HB-PIX-MATCH-IDX    PIC 9(05)   COMP.
007010     03  HB-WAIT-REASON      PIC X(01).
007020     03  HB-NEXT-MRN         PIC 9(07)   VALUE ZERO.
007030     03  HB-STAY-MRN         PIC 9(07)   VALUE ZERO.
007035     03  HB-RETIRED-MRN      PIC 9(07).
007040 01  HB-ADMIT-REJ-ROW.
007041     03  RJ-REASON           PIC X(03).
007042     03  FILLER              PIC X(01)   VALUE SPACES.
020769             PERFORM 2290-ADD-PIX-ROW THRU 2290-EXIT
020772             GO TO 2295-EXIT
020775     END-READ.
020776     PERFORM 2296-FOLLOW-MERGE THRU 2296-EXIT.
020778     MOVE ADMIT-PATNAME      TO PIX-PATNAME.
020781     MOVE ADMIT-PATADDRESS   TO PIX-PATADDRESS.
020784     MOVE ADMIT-PAT-PHONE    TO PIX-PAT-PHONE.
021830     DISPLAY 'HBADMIT: PAYER NOT ON MASTER = ' HB-BAD-PAYER-CT.
021840     DISPLAY 'HBADMIT: MRN MATCHED         = ' HB-MRN-MATCH-CT.
021850     DISPLAY 'HBADMIT: MRN ASSIGNED NEW    = ' HB-MRN-NEW-CT.
021855     DISPLAY 'HBADMIT: MRN FORWARDED       = ' HB-MRN-FWD-CT.
021860     DISPLAY 'HBADMIT: REJECTED BED ATTRS  = ' HB-ATTR-REJ-CT.
021900 9000-EXIT.
022000     EXIT.
022100*
022200*-----------------------------------------------------------
022300* THE INDEX ROW IN HAND IS THE ONE FOR HB-STAY-MRN.  IF AN
022400* INDEX MERGE (HBMERGE) RETIRED IT - A CARD ISSUED BEFORE
022500* THE MERGE, OR A NAME-AND-ADDRESS MATCH ON THE RETIRED
022600* ROW - THE SURVIVOR'S ROW IS READ IN ITS PLACE AND THE STAY
022700* POSTS UNDER THE SURVIVOR, FOLLOWING ANY CHAIN OF MERGES.
022800* A SURVIVOR MISSING FROM THE INDEX LEAVES THE STAY WHERE IT
022900* WAS, ON THE RETIRED ROW.
023000*-----------------------------------------------------------
023100 2296-FOLLOW-MERGE.
023200     IF PIX-MERGED-INTO NOT NUMERIC OR PIX-MERGED-INTO = ZERO
023300         GO TO 2296-EXIT
023400     END-IF.
023500     MOVE PIX-MRN            TO HB-RETIRED-MRN.
023600     MOVE PIX-MERGED-INTO    TO PIX-MRN.
023700     READ PATIENT-INDEX-FILE
023800         INVALID KEY
023900             DISPLAY 'HBADMIT: SURVIVOR NOT ON INDEX, KEPT - '
024000                 HB-RETIRED-MRN
024100             MOVE HB-RETIRED-MRN TO PIX-MRN
024200             READ PATIENT-INDEX-FILE
024300                 INVALID KEY
024400                     CONTINUE
024500             END-READ
024600             GO TO 2296-EXIT
024700     END-READ.
024800     DISPLAY 'HBADMIT: MRN RETIRED, POSTED TO SURVIVOR - '
024900         HB-RETIRED-MRN ' ' PIX-MRN.
025000     MOVE PIX-MRN            TO HB-STAY-MRN.
025100     ADD 1 TO HB-MRN-FWD-CT.
025200     GO TO 2296-FOLLOW-MERGE.
025300 2296-EXIT.
025400     EXIT.
