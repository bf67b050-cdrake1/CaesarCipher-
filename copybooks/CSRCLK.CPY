000100*****************************************************************
000200*    COPYBOOK    : CSRCLK
000300*    DESCRIPTION : PARAMETER BLOCK PASSED TO THE CALDAY
000400*                  BUSINESS-DAY SUBPROGRAM.  THE CALLER SETS THE
000500*                  REQUEST AND DATES; CALDAY FILLS IN THE REST:
000600*                      T - CLASSIFY CSR-CLK-DATE-1
000700*                      N - NEXT BUSINESS DAY AFTER CSR-CLK-DATE-1,
000800*                          RETURNED IN CSR-CLK-DATE-2
000900*                      A - BUSINESS DAYS AFTER CSR-CLK-DATE-1
001000*                          UP TO AND INCLUDING CSR-CLK-DATE-2,
001100*                          RETURNED IN CSR-CLK-DAYS (ZERO WHEN
001200*                          DATE-2 IS NOT LATER) - AN AGE IN
001300*                          BUSINESS DAYS
001400*                      C - CLOSE THE CALENDAR AT END OF RUN
001500*                  A DAY NOT ON THE CALENDAR (YEAR NOT LOADED, OR
001600*                  NO CALENDAR FILE AT ALL) FALLS BACK TO THE
001700*                  WEEKDAY RULE - SATURDAY AND SUNDAY ARE
001800*                  NON-BUSINESS - AND SAYS SO IN CSR-CLK-SOURCE.
001900*    MODIFICATION HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    10/15/26   CJD  ORIGINAL COPYBOOK
002200*****************************************************************
002300 01  CSR-CALENDAR-REQUEST.
002400     05  CSR-CLK-REQUEST         PIC X(01).
002500         88  CSR-CLK-REQ-TEST        VALUE 'T'.
002600         88  CSR-CLK-REQ-NEXT        VALUE 'N'.
002700         88  CSR-CLK-REQ-AGE         VALUE 'A'.
002800         88  CSR-CLK-REQ-CLOSE       VALUE 'C'.
002900     05  CSR-CLK-DATE-1          PIC 9(08).
003000     05  CSR-CLK-DATE-2          PIC 9(08).
003100     05  CSR-CLK-DAYS            PIC 9(05).
003200     05  CSR-CLK-DAY-TYPE        PIC X(01).
003300         88  CSR-CLK-BUSINESS-DAY    VALUE 'B'.
003400         88  CSR-CLK-NON-BUSINESS    VALUE 'N'.
003500     05  CSR-CLK-SOURCE          PIC X(01).
003600         88  CSR-CLK-FROM-CALENDAR   VALUE 'C'.
003700         88  CSR-CLK-FROM-WEEKDAY    VALUE 'W'.
003800     05  CSR-CLK-WEEKDAY         PIC X(03).
003900     05  CSR-CLK-DESCRIPTION     PIC X(30).
004000     05  CSR-CLK-RETURN-CODE     PIC 9(02).
004100         88  CSR-CLK-OK              VALUE 0.
004200         88  CSR-CLK-BAD-DATE        VALUE 8.
