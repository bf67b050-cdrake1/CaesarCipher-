001000*    MODIFICATION HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    09/02/26   CJD  ORIGINAL COPYBOOK
001210*    10/15/26   CJD  ADDED THE ROUTE CODE OF THE KEY SCHEDULE
001220*                    THE CHANGE WAS MADE TO (BLANK = HOUSE)
001300*****************************************************************
001400 01  CSR-KEYHIST-RECORD.
001500     05  CSR-KHS-LOG-DATE        PIC 9(08).
002900     05  CSR-KHS-AFTER-SHIFT     PIC 9(02).
003000     05  CSR-KHS-AFTER-MODE      PIC X(01).
003100     05  CSR-KHS-AFTER-KEYWORD   PIC X(20).
003150     05  CSR-KHS-ROUTE-CODE      PIC X(03).
003200     05  FILLER                  PIC X(02).
