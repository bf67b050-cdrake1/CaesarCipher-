000100*****************************************************************
000200*    COPYBOOK    : CSRCAL
000300*    DESCRIPTION : RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR
000400*                  (CIPHCAL), AN INDEXED (KSDS-STYLE) FILE KEYED
000500*                  BY DATE WITH ONE RECORD PER DAY.  EACH DAY IS
000600*                  A BUSINESS DAY (THE SUITE RUNS A CYCLE) OR A
000700*                  NON-BUSINESS DAY (WEEKEND OR HOLIDAY), WITH A
000800*                  DESCRIPTION SUCH AS THE HOLIDAY'S NAME.
000900*                  CALMAINT LOADS AND LISTS A YEAR AT A TIME AND
001000*                  MARKS THE HOLIDAYS; EVERY OTHER PROGRAM ASKS
001100*                  THE CALDAY SUBPROGRAM RATHER THAN READING THE
001200*                  FILE ITSELF.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    10/15/26   CJD  ORIGINAL COPYBOOK
001600*****************************************************************
001700 01  CSR-CALENDAR-RECORD.
001800     05  CSR-CAL-DATE            PIC 9(08).
001900     05  CSR-CAL-DAY-TYPE        PIC X(01).
002000         88  CSR-CAL-BUSINESS-DAY    VALUE 'B'.
002100         88  CSR-CAL-NON-BUSINESS    VALUE 'N'.
002200     05  CSR-CAL-WEEKDAY         PIC X(03).
002300     05  CSR-CAL-DESCRIPTION     PIC X(30).
002400     05  CSR-CAL-MAINT-DATE      PIC 9(08).
002500     05  FILLER                  PIC X(10).
