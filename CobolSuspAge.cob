000200*                    ITEM HAD SAT THERE - WE FOUND REJECTS
000210*                    FROM THREE CYCLES BACK THAT NO ONE HAD
000220*                    REPROCESSED.
000222*    10/15/26   CJD  AGES ARE NOW COUNTED IN BUSINESS DAYS OFF
000224*                    THE CIPHCAL CALENDAR - FRIDAY'S REJECTS NO
000226*                    LONGER ESCALATE EVERY MONDAY MORNING.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SUSPAGE.
000300*************************************************************
000310*    DESCRIPTION
000320*    READS THE MSGREJ SUSPENSE FILE AND PRINTS EVERY OPEN
000330*    ITEM WITH ITS AGE IN BUSINESS DAYS, BUCKETED AS CURRENT,
000340*    1-2 DAYS, OR 3 DAYS AND OLDER, WITH A BREAKDOWN BY
000350*    REASON CODE.  ANYTHING OLDER THAN THE CIPHPARM AGE
000360*    LIMIT (DEFAULT 2 DAYS) IS FLAGGED FOR ESCALATION, SO
000390*    AN ITEM WITH NO CYCLE DATE (WRITTEN BEFORE THE STAMP
000400*    EXISTED) CANNOT PROVE ITS AGE AND IS FLAGGED TOO.
000410*    THE REPORT GOES TO SUSPRPT.
000412*    BUSINESS DAYS COME FROM THE CIPHCAL CALENDAR THROUGH
000414*    CALDAY: A WEEKEND OR HOLIDAY DOES NOT AGE AN ITEM.
000420*
000430*    RETURN CODES:
000440*        0 - NOTHING IN SUSPENSE, OR NOTHING PAST THE LIMIT
000480*    MODIFICATION HISTORY
000490*    DATE       INIT DESCRIPTION
000500*    09/02/26   CJD  ORIGINAL PROGRAM
000502*    10/15/26   CJD  AGE IN BUSINESS DAYS FROM THE CALENDAR
000510*************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000870     88  CSR-SUS-RPT-OK           VALUE '00'.
000880 01  CSR-SUS-RUN-DATE        PIC 9(08).
000890 01  CSR-SUS-AGE-LIMIT       PIC 9(03) VALUE 2.
000920 01  CSR-SUS-AGE-DAYS        PIC S9(05) COMP.
000930 01  CSR-SUS-DATED-SW        PIC X(01).
000940     88  CSR-SUS-ITEM-DATED       VALUE 'Y'.
000990 01  CSR-SUS-FLAGGED-CTR     PIC 9(07) VALUE 0.
001000 01  CSR-SUS-SEQ-WORK-X      PIC X(06).
001010*
001012*    BUSINESS-DAY LOOKUP.
001014     COPY CSRCLK.
001016*
001020*    REASON-CODE BREAKDOWN.  A HANDFUL OF CODES EXIST; TWENTY
001030*    SLOTS IS YEARS OF HEADROOM, AND AN OVERFLOWING TABLE
001040*    FOLDS THE EXTRAS INTO THE LAST SLOT RATHER THAN LOSING
001970         END-IF
001980         CLOSE CSR-SUS-PARM-FILE
001990     END-IF.
002020     OPEN OUTPUT CSR-SUS-RPT-FILE.
002030     IF NOT CSR-SUS-RPT-OK
002040         DISPLAY 'SUSPAGE: SUSPRPT OPEN FAILED, STATUS = '
002670     EXIT.
002680*
002690*****************************************************************
002700*    2200-COMPUTE-ITEM-AGE - AGE IN BUSINESS DAYS FROM THE
002710*    STAMPED CYCLE DATE TO THE RUN DATE.  AN UNSTAMPED ITEM
002720*    (WRITTEN BEFORE THE STAMP EXISTED), OR ONE WHOSE STAMP IS
002722*    NOT A REAL DATE, CANNOT PROVE ITS AGE; IT LANDS IN THE
002730*    OLDEST BUCKET AND IS FLAGGED BY THE CALLER.
002740*****************************************************************
002750 2200-COMPUTE-ITEM-AGE.
002770     MOVE 0 TO CSR-SUS-AGE-DAYS.
002780     IF CSR-REJ-CYCLE-DATE NUMERIC
002790             AND CSR-REJ-CYCLE-DATE > 19000101
002800         MOVE 'A' TO CSR-CLK-REQUEST
002810         MOVE CSR-REJ-CYCLE-DATE TO CSR-CLK-DATE-1
002820         MOVE CSR-SUS-RUN-DATE TO CSR-CLK-DATE-2
002830         CALL 'CALDAY' USING CSR-CALENDAR-REQUEST
002840         IF CSR-CLK-OK
002850             SET CSR-SUS-ITEM-DATED TO TRUE
002860             MOVE CSR-CLK-DAYS TO CSR-SUS-AGE-DAYS
002870         END-IF
002880     END-IF.
002890     IF NOT CSR-SUS-ITEM-DATED
003380     MOVE 'CURRENT (THIS CYCLE)' TO CSR-SAG-BKT-LABEL.
003390     MOVE CSR-SUS-CURRENT-CTR TO CSR-SAG-BKT-COUNT.
003400     WRITE CSR-SUS-RPT-RECORD FROM CSR-SAG-BUCKET-LINE.
003410     MOVE '1-2 BUSINESS DAYS OLD' TO CSR-SAG-BKT-LABEL.
003420     MOVE CSR-SUS-ONE-TWO-CTR TO CSR-SAG-BKT-COUNT.
003430     WRITE CSR-SUS-RPT-RECORD FROM CSR-SAG-BUCKET-LINE.
003440     MOVE '3+ BUSINESS DAYS (OR UNDATED)'
003445         TO CSR-SAG-BKT-LABEL.
003450     MOVE CSR-SUS-THREE-UP-CTR TO CSR-SAG-BKT-COUNT.
003460     WRITE CSR-SUS-RPT-RECORD FROM CSR-SAG-BUCKET-LINE.
003470     MOVE 'TOTAL OPEN ITEMS' TO CSR-SAG-BKT-LABEL.
003650     DISPLAY 'SUSPAGE: ' CSR-SUS-ITEMS-CTR ' OPEN, '
003660         CSR-SUS-FLAGGED-CTR ' FLAGGED FOR ESCALATION'.
003670     CLOSE CSR-SUS-RPT-FILE.
003675     MOVE 'C' TO CSR-CLK-REQUEST.
003677     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
003680 4000-EXIT.
003690     EXIT.
003700*
