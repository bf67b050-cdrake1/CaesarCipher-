001932*                    GREW FROM 176 TO 181 BYTES; ALL RECORD
001934*                    IMAGES IN THE SUITE WERE WIDENED TO
001936*                    MATCH.
001937*    10/15/26   CJD  ADDED THE PRIORITY CLASS (FLASH,
001937*                    IMMEDIATE, ROUTINE), STAMPED BY MSGINTAK
001937*                    ON EVERY DETAIL AND ON THE BATCH HEADER.
001937*                    FLASH AND IMMEDIATE TRAFFIC CAN GO
001937*                    THROUGH THE EXPEDITED INTRA-DAY CIPHER
001937*                    RUN INSTEAD OF WAITING FOR THE NIGHTLY
001937*                    CYCLE.  BLANK MEANS A LEGACY RECORD AND
001937*                    IS ROUTINE.  THE RECORD GREW FROM 181 TO
001937*                    182 BYTES; ALL RECORD IMAGES IN THE SUITE
001937*                    WERE WIDENED TO MATCH.
001938*****************************************************************
002000  01  CSR-MESSAGE-RECORD.
002100      05  CSR-MSG-SEQ-NO          PIC 9(06).
003160      05  CSR-MSG-ROUTE-CODE      PIC X(03).
003170          88  CSR-MSG-UNROUTED        VALUE SPACES.
003180      05  CSR-MSG-CHECK-VALUE     PIC 9(05).
003190      05  CSR-MSG-PRIORITY        PIC X(01).
003200          88  CSR-MSG-FLASH           VALUE 'F'.
003210          88  CSR-MSG-IMMEDIATE       VALUE 'I'.
003220          88  CSR-MSG-ROUTINE         VALUE 'R' ' '.
003230          88  CSR-MSG-EXPEDITED       VALUE 'F' 'I'.
003300  01  CSR-MSG-HEADER-RECORD.
003400      05  CSR-HDR-RECORD-TYPE     PIC X(03).
003500          88  CSR-BAT-HEADER-REC      VALUE 'HDR'.
003600      05  CSR-HDR-BATCH-ID        PIC X(08).
003700      05  CSR-HDR-CREATE-DATE     PIC 9(08).
003750      05  CSR-HDR-PRIORITY        PIC X(01).
003760          88  CSR-HDR-EXPEDITED       VALUE 'F' 'I'.
003800      05  FILLER                  PIC X(162).
003900  01  CSR-MSG-TRAILER-RECORD.
004000      05  CSR-TRL-RECORD-TYPE     PIC X(03).
004100          88  CSR-BAT-TRAILER-REC     VALUE 'TRL'.
004200      05  CSR-TRL-RECORD-COUNT    PIC 9(07).
004300      05  CSR-TRL-SEQ-HASH        PIC 9(10).
004400      05  FILLER                  PIC X(162).
