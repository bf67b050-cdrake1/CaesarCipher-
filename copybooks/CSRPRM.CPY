001502*    09/02/26   CJD  ADDED THE SUSPENSE AGE LIMIT (DAYS AN
001503*                    ITEM MAY SIT IN MSGREJ BEFORE THE AGING
001504*                    REPORT FLAGS IT FOR ESCALATION; DEFAULT 2)
001505*    10/15/26   CJD  ADDED THE ACKNOWLEDGEMENT CYCLE LIMIT
001506*                    (DISTRIBUTION CYCLES A PARTNER FEED MAY
001507*                    GO UNACKNOWLEDGED BEFORE CIPHACK REPORTS
001508*                    IT OUTSTANDING; DEFAULT 2)
001509*    10/15/26   CJD  ADDED THE NON-BUSINESS DAY OVERRIDE: THE
001510*                    ONE CALENDAR NON-BUSINESS DATE ON WHICH
001511*                    CYCSTEP WILL LET A CYCLE START.  IT NAMES
001512*                    THE DATE RATHER THAN BEING A SWITCH SO A
001513*                    LEFTOVER VALUE CANNOT OPEN THE NEXT
001514*                    HOLIDAY'S CYCLE TOO
001500*****************************************************************
001600 01  CSR-PARM-RECORD.
001700     05  CSR-PRM-CKP-INTERVAL    PIC 9(03).
002080     05  CSR-PRM-FORCE-BATCH-SW  PIC X(01).
002090         88  CSR-PRM-FORCE-BATCH     VALUE 'Y'.
002095     05  CSR-PRM-AGE-LIMIT       PIC 9(03).
002097     05  CSR-PRM-ACK-CYCLES      PIC 9(02).
002098     05  CSR-PRM-NONBUS-DATE     PIC 9(08).
002100     05  FILLER                  PIC X(01).
