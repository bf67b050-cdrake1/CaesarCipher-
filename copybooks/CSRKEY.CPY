000800*    MODIFICATION HISTORY
000900*    DATE       INIT DESCRIPTION
001000*    08/09/26   CJD  ORIGINAL COPYBOOK
001010*    10/15/26   CJD  KEYED BY ROUTE CODE PLUS DATE SO EVERY
001020*                    PARTNER ROUTE CAN CARRY A SCHEDULE OF ITS
001030*                    OWN - ONE LEAKED KEY NO LONGER EXPOSES
001040*                    EVERY PARTNER'S TRAFFIC FOR THE DAY.  A
001050*                    BLANK ROUTE CODE IS THE HOUSE SCHEDULE,
001060*                    USED FOR UNROUTED TRAFFIC AND FOR ANY
001070*                    ROUTE WITH NO ENTRY OF ITS OWN.
001100*****************************************************************
001200 01  CSR-KEY-RECORD.
001210     05  CSR-KEY-ID.
001220         10  CSR-KEY-ROUTE-CODE  PIC X(03).
001230             88  CSR-KEY-HOUSE-SCHEDULE  VALUE SPACES.
001300         10  CSR-KEY-DATE        PIC 9(08).
001400     05  CSR-KEY-SHIFT-VALUE     PIC 9(02).
001500     05  CSR-KEY-CIPHER-MODE     PIC X(01).
001600         88  CSR-KEY-MODE-CAESAR     VALUE 'C'.
001700         88  CSR-KEY-MODE-VIGENERE   VALUE 'V'.
001800     05  CSR-KEY-KEYWORD         PIC X(20).
001900     05  FILLER                  PIC X(15).
