000100*-----------------------------------------------------------
000200* BDLOGREC.CPY
000300* CLOSED BUSINESS-DATE LOG (BDLOG) - ONE ROW APPENDED BY
000400* HBBDATE FOR EVERY DATE THE NIGHT STREAM HAS CLOSED.  A DATE
000500* ON THIS LOG HAS BEEN RUN AND IS NEVER OPENED AGAIN.
000600* BL-CATCHUP-SW IS 'Y' WHERE THE OPERATOR NAMED THE DATE TO
000700* CATCH UP A MISSED NIGHT.
000800*-----------------------------------------------------------
000900 01  BUSINESS-DATE-LOG-RECORD.
001000     03  BL-BUS-DATE         PIC X(06).
001100     03  BL-CATCHUP-SW       PIC X(01).
001200     03  BL-OPENED-ON        PIC X(06).
001300     03  BL-CLOSED-ON        PIC X(06).
