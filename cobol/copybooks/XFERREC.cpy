001000     03  TO-WARDNO           PIC X(02).
001100     03  TRANSFER-DATE       PIC X(06).
001200     03  TRANSFER-REASON     PIC X(30).
001300*-----------------------------------------------------------
001400* MEDICAL-RECORD NUMBER OF THE PATIENT WHO MOVED, SO A
001500* PERSON'S MOVES CAN BE PULLED TOGETHER ACROSS RECYCLED
001600* BEDS.  ROWS WRITTEN BEFORE THE FIELD EXISTED READ BACK AS
001700* SPACES - TEST IT NUMERIC BEFORE USE.
001800*-----------------------------------------------------------
001900     03  XFER-MRN            PIC 9(07).
