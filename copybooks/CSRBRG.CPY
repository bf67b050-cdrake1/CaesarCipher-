001000*                  THROUGH THE CIPHPARM FORCE SWITCH, WHICH
001100*                  RE-REGISTERS THE BATCH UNDER THE NEW RUN
001200*                  DATE AND TIME.
001210*                  A BATCH BACKED OUT BY CIPHBACK STAYS ON FILE
001220*                  MARKED REVERSED; THE NEXT RUN ACCEPTS IT
001230*                  WITHOUT THE FORCE SWITCH AND RE-REGISTERS IT
001240*                  WITH THE STATUS CLEARED.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    09/02/26   CJD  ORIGINAL COPYBOOK
001510*    10/15/26   CJD  ADDED THE REGISTRATION STATUS (R = BACKED
001520*                    OUT BY CIPHBACK) OUT OF FILLER
001600*****************************************************************
001700 01  CSR-BATCH-REG-RECORD.
001800     05  CSR-BRG-BATCH-ID        PIC X(08).
001900     05  CSR-BRG-RUN-DATE        PIC 9(08).
002000     05  CSR-BRG-RUN-TIME        PIC 9(08).
002100     05  CSR-BRG-PROGRAM-ID      PIC X(08).
002150     05  CSR-BRG-STATUS          PIC X(01).
002160         88  CSR-BRG-ACTIVE          VALUE SPACE.
002170         88  CSR-BRG-REVERSED        VALUE 'R'.
002200     05  FILLER                  PIC X(07).
