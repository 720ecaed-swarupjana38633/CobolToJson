000600* COUNT), AND HBBALNC CROSS-FOOTS THE ROWS AT THE END OF THE
000700* STREAM.  THE FILE IS ALLOCATED FRESH BY THE JOB STREAM
000800* EACH NIGHT; THE WRITERS OPEN IT EXTEND SO EACH STEP'S ROWS
000900* LAND BEHIND THE PREVIOUS STEP'S.  CTL-BUS-DATE IS THE
000910* BUSINESS DATE (BUSDATE) THE WRITING STEP RAN AGAINST -
000920* HBBALNC ONLY BALANCES THE ROWS FOR THE DATE NOW OPEN.
001000*-----------------------------------------------------------
001100 01  CONTROL-TOTAL-RECORD.
001200     03  CTL-PROG-NAME       PIC X(08).
001300     03  CTL-COUNTER-NAME    PIC X(20).
001400     03  CTL-COUNT           PIC 9(07).
001500     03  CTL-BUS-DATE        PIC X(06).
