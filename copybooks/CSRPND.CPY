001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    09/02/26   CJD  ORIGINAL COPYBOOK
001510*    10/15/26   CJD  ROUTE CODE ADDED TO THE FRONT OF THE KEY -
001520*                    KEY SCHEDULES ARE NOW KEPT PER PARTNER
001530*                    ROUTE (BLANK = HOUSE SCHEDULE), SO A HELD
001540*                    CHANGE IS MATCHED ON ROUTE, DATE AND ACTION
001600*****************************************************************
001700 01  CSR-PENDING-RECORD.
001800     05  CSR-PND-KEY.
001850         10  CSR-PND-ROUTE-CODE  PIC X(03).
001900         10  CSR-PND-KEY-DATE    PIC 9(08).
002000         10  CSR-PND-ACTION      PIC X(01).
002100     05  CSR-PND-SHIFT           PIC 9(02).
002500     05  CSR-PND-ENTERED-BY      PIC X(08).
002600     05  CSR-PND-ENTERED-DATE    PIC 9(08).
002700     05  CSR-PND-ENTERED-TIME    PIC 9(08).
002800     05  FILLER                  PIC X(02).
