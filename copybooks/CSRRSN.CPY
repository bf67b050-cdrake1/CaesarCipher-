000100*****************************************************************
000200*    COPYBOOK    : CSRRSN
000300*    DESCRIPTION : PLAIN-ENGLISH TEXT FOR THE CSRREJ SUSPENSE
000400*                  REASON CODES, FOR ANY REPORT OR ADVICE THAT
000500*                  GOES TO SOMEONE WHO SHOULD NOT HAVE TO KNOW
000600*                  THE CODES.  WORKING-STORAGE TABLE LOADED BY
000700*                  VALUE CLAUSES; A NEW REASON CODE ON CSRREJ
000800*                  GETS A LINE HERE AND ENTRY COUNT RAISED.
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    10/15/26   CJD  ORIGINAL COPYBOOK
001150*    10/15/26   CJD  ADDED PR (ROUTINE TRAFFIC IN THE
001160*                    EXPEDITED RUN)
001200*****************************************************************
001300 01  CSR-REASON-TEXT-VALUES.
001400     05  FILLER                  PIC X(42) VALUE
001500         'ACINVALID ACTION CODE - NOT E OR D'.
001600     05  FILLER                  PIC X(42) VALUE
001700         '20MESSAGE TEXT LENGTH NOT VALID'.
001800     05  FILLER                  PIC X(42) VALUE
001900         '30SHIFT KEY OUT OF RANGE (00-25)'.
002000     05  FILLER                  PIC X(42) VALUE
002100         '40VIGENERE KEYWORD MISSING OR NOT VALID'.
002200     05  FILLER                  PIC X(42) VALUE
002300         'VFFAILED ENCRYPT/DECRYPT VERIFICATION'.
002400     05  FILLER                  PIC X(42) VALUE
002500         'RTNO ROUTE CODE OR ROUTE NOT ON TABLE'.
002600     05  FILLER                  PIC X(42) VALUE
002700         'CKCHECK VALUE DOES NOT MATCH TEXT'.
002800     05  FILLER                  PIC X(42) VALUE
002900         'WROUTPUT WRITE FAILED IN CIPHER RUN'.
002920     05  FILLER                  PIC X(42) VALUE
002940         'PRROUTINE PRIORITY - HELD FOR NIGHTLY RUN'.
003000 01  CSR-REASON-TEXT-TABLE REDEFINES CSR-REASON-TEXT-VALUES.
003100     05  CSR-RSN-ENTRY           OCCURS 9 TIMES.
003200         10  CSR-RSN-CODE        PIC X(02).
003300         10  CSR-RSN-TEXT        PIC X(40).
003400 01  CSR-RSN-ENTRIES             PIC 9(02) COMP VALUE 9.
