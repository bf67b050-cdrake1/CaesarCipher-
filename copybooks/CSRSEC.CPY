000100*****************************************************************
000200*    COPYBOOK    : CSRSEC
000300*    DESCRIPTION : RECORD LAYOUT FOR THE SECURITY LOG (CIPHSEC),
000400*                  A SEQUENTIAL FILE APPENDED TO BY OPRCHK.  ONE
000500*                  LINE PER SIGN-ON, SIGN-OFF, REFUSAL, AD HOC
000600*                  ENCODE/DECODE AND AUTHORIZED BATCH RUN: WHO,
000700*                  WHEN, FROM WHICH PROGRAM, WHAT THEY DID, THE
000800*                  CIPHER MODE AND HOW LONG THE TEXT WAS.  THE
000900*                  TEXT ITSELF AND THE KEY ARE NEVER LOGGED.
001000*                  EVENTS:
001100*                      SIGNON   SIGNED ON
001200*                      SIGNOFF  LEFT THE SCREEN
001300*                      BADPASS  WRONG PASSWORD
001400*                      LOCKOUT  WRONG PASSWORD THAT LOCKED THE ID
001500*                      LOCKED   SIGN-ON OR RUN BY A LOCKED ID
001600*                      UNKNOWN  ID NOT ON FILE, OR REVOKED
001700*                      DENIED   ACTION NOT PERMITTED
001800*                      ENCODE   AD HOC ENCODE
001900*                      DECODE   AD HOC DECODE
002000*                      BATCHRUN BATCH RUN AUTHORIZED
002100*                  RESULT IS THE OPRCHK OR CIPHER RETURN CODE.
002200*    MODIFICATION HISTORY
002300*    DATE       INIT DESCRIPTION
002400*    10/15/26   CJD  ORIGINAL COPYBOOK
002500*****************************************************************
002600 01  CSR-SECURITY-LOG-RECORD.
002700     05  CSR-SEC-DATE            PIC 9(08).
002800     05  CSR-SEC-TIME            PIC 9(08).
002900     05  CSR-SEC-OPERATOR-ID     PIC X(08).
003000     05  CSR-SEC-PROGRAM-ID      PIC X(08).
003100     05  CSR-SEC-EVENT           PIC X(08).
003200     05  CSR-SEC-ACTION          PIC X(01).
003300     05  CSR-SEC-MODE            PIC X(01).
003400     05  CSR-SEC-TEXT-LENGTH     PIC 9(03).
003500     05  CSR-SEC-RESULT          PIC 9(02).
003600     05  FILLER                  PIC X(13).
