000100*****************************************************************
000200*    COPYBOOK    : CSROPR
000300*    DESCRIPTION : RECORD LAYOUT FOR THE OPERATOR AUTHORITY FILE
000400*                  (CIPHOPR), AN INDEXED (KSDS-STYLE) FILE KEYED
000500*                  BY OPERATOR ID.  EACH OPERATOR HAS A NAME, A
000600*                  STATUS (ACTIVE, LOCKED AFTER REPEATED SIGN-ON
000700*                  FAILURES, OR REVOKED) AND THE RUN ACTIONS THEY
000800*                  MAY PERFORM - E ENCODE, D DECODE, X SOLVE, R
000900*                  REPROCESS, I INTERACTIVE SCREEN.  EACH ACTION
001000*                  HAS A FIXED SLOT IN CSR-OPR-ACTIONS HOLDING ITS
001100*                  OWN LETTER WHEN PERMITTED AND A SPACE WHEN NOT,
001200*                  SO THE FIELD PRINTS AS IT READS ('ED  I').
001300*                  THE PASSWORD IS NEVER STORED - ONLY A HASH OF
001400*                  IT WITH THE OPERATOR ID, COMPUTED BY OPRCHK.
001500*                  OPRMAINT MAINTAINS THE FILE; EVERY OTHER
001600*                  PROGRAM ASKS THE OPRCHK SUBPROGRAM.
001700*    MODIFICATION HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    10/15/26   CJD  ORIGINAL COPYBOOK
002000*****************************************************************
002100 01  CSR-OPERATOR-RECORD.
002200     05  CSR-OPR-OPERATOR-ID     PIC X(08).
002300     05  CSR-OPR-NAME            PIC X(30).
002400     05  CSR-OPR-STATUS          PIC X(01).
002500         88  CSR-OPR-ACTIVE          VALUE 'A'.
002600         88  CSR-OPR-LOCKED          VALUE 'L'.
002700         88  CSR-OPR-REVOKED         VALUE 'R'.
002800     05  CSR-OPR-ACTIONS         PIC X(05).
002900     05  CSR-OPR-ACTIONS-R REDEFINES CSR-OPR-ACTIONS.
003000         10  CSR-OPR-ACTION-SLOT PIC X(01) OCCURS 5 TIMES.
003100     05  CSR-OPR-PASSWORD-HASH   PIC 9(09).
003200     05  CSR-OPR-FAILED-TRIES    PIC 9(02).
003300     05  CSR-OPR-LAST-SIGNON-DATE
003400                                 PIC 9(08).
003500     05  CSR-OPR-LAST-SIGNON-TIME
003600                                 PIC 9(08).
003700     05  CSR-OPR-MAINT-DATE      PIC 9(08).
003800     05  FILLER                  PIC X(11).
