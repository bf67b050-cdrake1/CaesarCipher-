000100*****************************************************************
000200*    COPYBOOK    : CSRRSQ
000300*    DESCRIPTION : RECORD LAYOUT FOR A PARTNER RESEND REQUEST
000400*                  (RSNDREQ).  ONE RECORD PER PIECE OF A FEED A
000500*                  PARTNER HAS LOST AND ASKED FOR AGAIN: THE
000600*                  ROUTE, THE ENCRYPTION DATE (WHICH NAMES THE
000700*                  MSGOUT.DYYYYMMDD GENERATION CIPHKEEP ROLLED
000800*                  THAT NIGHT), AND EITHER THE WHOLE FEED OR A
000900*                  RANGE OF MESSAGE SEQUENCE NUMBERS.  THE
001000*                  PARTNER'S OWN REFERENCE IS CARRIED THROUGH
001100*                  TO THE EXCEPTIONS REPORT SO A REFUSED REQUEST
001200*                  CAN BE ANSWERED IN THE PARTNER'S TERMS.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    10/15/26   CJD  ORIGINAL COPYBOOK
001600*****************************************************************
001700 01  CSR-RESEND-REQUEST.
001800     05  CSR-RSQ-ROUTE-CODE      PIC X(03).
001900     05  CSR-RSQ-ENCRYPT-DATE    PIC 9(08).
002000     05  CSR-RSQ-SCOPE           PIC X(01).
002100         88  CSR-RSQ-WHOLE-FEED      VALUE 'W'.
002200         88  CSR-RSQ-SEQ-RANGE       VALUE 'R'.
002300         88  CSR-RSQ-SCOPE-VALID     VALUE 'W' 'R'.
002400     05  CSR-RSQ-FROM-SEQ        PIC 9(06).
002500     05  CSR-RSQ-TO-SEQ          PIC 9(06).
002600     05  CSR-RSQ-REFERENCE       PIC X(12).
002700     05  FILLER                  PIC X(04).
