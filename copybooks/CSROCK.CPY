000100*****************************************************************
000200*    COPYBOOK    : CSROCK
000300*    DESCRIPTION : PARAMETER BLOCK PASSED TO THE OPRCHK OPERATOR
000400*                  AUTHORITY SUBPROGRAM.  THE CALLER SETS THE
000500*                  REQUEST AND THE FIELDS IT NEEDS; OPRCHK FILLS
000600*                  IN THE REST:
000700*                      S - SIGN ON CSR-OCK-OPERATOR-ID WITH
000800*                          CSR-OCK-PASSWORD.  A WRONG PASSWORD
000900*                          COUNTS TOWARD THE LOCKOUT AND RETURNS
001000*                          THE TRIES LEFT; THE NAME COMES BACK ON
001100*                          SUCCESS
001200*                      A - MAY THE OPERATOR PERFORM CSR-OCK-ACTION
001300*                          (E, D, X, R OR I)
001400*                      H - HASH CSR-OCK-PASSWORD FOR THE OPERATOR
001500*                          INTO CSR-OCK-PASSWORD-HASH (OPRMAINT)
001600*                      L - WRITE CSR-OCK-EVENT TO THE SECURITY LOG
001700*                          WITH THE ACTION, MODE, TEXT LENGTH AND
001800*                          THE CALLER'S OWN RESULT, PASSED IN
001900*                          CSR-OCK-RETURN-CODE
002000*                      C - CLOSE THE FILES AT END OF RUN
002100*                  EVERY SIGN-ON AND EVERY REFUSAL IS LOGGED BY
002200*                  OPRCHK ITSELF, UNDER CSR-OCK-CALLER.
002300*    MODIFICATION HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    10/15/26   CJD  ORIGINAL COPYBOOK
002600*****************************************************************
002700 01  CSR-OPERATOR-REQUEST.
002800     05  CSR-OCK-REQUEST         PIC X(01).
002900         88  CSR-OCK-REQ-SIGN-ON     VALUE 'S'.
003000         88  CSR-OCK-REQ-AUTHORIZE   VALUE 'A'.
003100         88  CSR-OCK-REQ-HASH        VALUE 'H'.
003200         88  CSR-OCK-REQ-LOG         VALUE 'L'.
003300         88  CSR-OCK-REQ-CLOSE       VALUE 'C'.
003400     05  CSR-OCK-CALLER          PIC X(08).
003500     05  CSR-OCK-OPERATOR-ID     PIC X(08).
003600     05  CSR-OCK-PASSWORD        PIC X(08).
003700     05  CSR-OCK-ACTION          PIC X(01).
003800     05  CSR-OCK-MODE            PIC X(01).
003900     05  CSR-OCK-TEXT-LENGTH     PIC 9(03).
004000     05  CSR-OCK-EVENT           PIC X(08).
004100     05  CSR-OCK-OPERATOR-NAME   PIC X(30).
004200     05  CSR-OCK-PASSWORD-HASH   PIC 9(09).
004300     05  CSR-OCK-TRIES-LEFT      PIC 9(02).
004400     05  CSR-OCK-RETURN-CODE     PIC 9(02).
004500         88  CSR-OCK-OK              VALUE 0.
004600         88  CSR-OCK-NOT-PERMITTED   VALUE 4.
004700         88  CSR-OCK-BAD-PASSWORD    VALUE 8.
004800         88  CSR-OCK-ID-LOCKED       VALUE 12.
004900         88  CSR-OCK-ID-UNKNOWN      VALUE 16.
005000         88  CSR-OCK-FILE-ERROR      VALUE 20.
