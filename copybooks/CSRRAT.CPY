000100*****************************************************************
000200*    COPYBOOK    : CSRRAT
000300*    DESCRIPTION : RECORD LAYOUT FOR THE PARTNER CHARGEBACK RATE
000400*                  TABLE (CIPHRATE), A SEQUENTIAL FILE KEPT BY
000500*                  FINANCE WITH ONE RECORD PER ROUTE PER RATE
000600*                  CHANGE.  A NEW RATE IS ADDED WITH THE DATE IT
000700*                  TAKES EFFECT; THE OLD RECORD STAYS SO THAT A
000800*                  PAST MONTH CAN BE RESTATED AT THE RATES THEN IN
000900*                  FORCE.  CIPHSTMT CHARGES A MONTH AT THE RATE
001000*                  WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE
001100*                  FIRST OF THE MONTH.  RATES ARE IN DOLLARS:
001200*                  PER MESSAGE DELIVERED ON A NIGHTLY FEED, PER
001300*                  FEED (NIGHTLY OR EXPEDITED), EXTRA PER MESSAGE
001400*                  SENT EXPEDITED, AND PER MESSAGE RESENT.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    10/15/26   CJD  ORIGINAL COPYBOOK
001800*****************************************************************
001900 01  CSR-RATE-RECORD.
002000     05  CSR-RAT-ROUTE-CODE      PIC X(03).
002100     05  CSR-RAT-EFFECTIVE-DATE  PIC 9(08).
002200     05  CSR-RAT-MSG-RATE        PIC 9(03)V9(04).
002300     05  CSR-RAT-FEED-RATE       PIC 9(05)V99.
002400     05  CSR-RAT-EXP-SURCHARGE   PIC 9(03)V9(04).
002500     05  CSR-RAT-RESEND-RATE     PIC 9(03)V9(04).
002600     05  FILLER                  PIC X(11).
