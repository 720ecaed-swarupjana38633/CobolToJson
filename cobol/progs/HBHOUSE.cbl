001600*                  TO FIND OUT A BED NEEDED CLEANING BY WORD
001700*                  OF MOUTH, AND INFECTION CONTROL HAD NO
001800*                  WAY TO HOLD A BED BACK AT ALL.
001820* 2026-10-13  DPO  'X' IS REFUSED ON A BED HBCAPMNT HAS TAKEN
001840*                  OUT OF THE WARD'S CAPACITY ('R') - IT WOULD
001860*                  COME BACK ON THE 'R' RETURN INTO A BEDAVAIL
001880*                  IT WAS NEVER COUNTED IN.
001900*-----------------------------------------------------------
002000*
002100*-----------------------------------------------------------
002600*        NO ROW AT ALL - A NEVER-TOUCHED BED IS IMPLICITLY
002700*        AVAILABLE) THE BED LEAVES BEDAVAIL; FROM 'C' IT
002800*        WAS NEVER BACK IN BEDAVAIL, SO NO COUNT MOVES.
002850*        NOT VALID ON A RETIRED BED EITHER.
002900*   'R'  VALID ONLY ON AN OUT-OF-SERVICE ROW.  SETS 'A'
003000*        AND ADDS THE BED BACK TO WARD.BEDAVAIL.
003100* ANYTHING ELSE IS REJECTED WITH A DIAGNOSTIC SO A MIS-KEYED
014900             BEDIDENT OF HSKP-TRAN-RECORD
015000         GO TO 2300-EXIT
015100     END-IF.
015114     IF HB-BED-FOUND AND BED-RETIRED
015128         ADD 1 TO HB-REJECTED-CT
015142         DISPLAY 'HBHOUSE: BED NOT IN WARD CAPACITY - '
015156             BEDIDENT OF HSKP-TRAN-RECORD
015170         GO TO 2300-EXIT
015184     END-IF.
015200     IF HB-BED-FOUND
015300         IF BED-AVAILABLE
015400             PERFORM 2600-DROP-WARD-AVAIL THRU 2600-EXIT
