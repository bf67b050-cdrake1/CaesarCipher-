000200*                    OPERATIONS SEES WHAT HAS BEEN PROCESSED
000210*                    THIS CYCLE WITHOUT READING AN INDEXED
000220*                    FILE BY HAND.
000222*    10/15/26   CJD  BATCHES BACKED OUT BY CIPHBACK SHOWN AS
000224*                    SUCH AND COUNTED.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. BRGLIST.
000330*    ORDER AND PRINTS EVERY REGISTERED BATCH - ID, RUN DATE,
000340*    RUN TIME AND THE PROGRAM KEY THAT PROCESSED IT - ON THE
000350*    BRGRPT REPORT, WITH A COUNT AT THE END.  AN EMPTY
000360*    REGISTRY IS REPORTED AS SUCH.  A BATCH BACKED OUT BY
000362*    CIPHBACK STAYS REGISTERED UNDER ITS ORIGINAL RUN AND IS
000364*    MARKED BACKED OUT UNTIL IT IS RERUN; THEY ARE COUNTED
000366*    SEPARATELY AT THE END.
000370*
000380*    RETURN CODES:
000390*        0 - LISTED
000420*    MODIFICATION HISTORY
000430*    DATE       INIT DESCRIPTION
000440*    09/02/26   CJD  ORIGINAL PROGRAM
000445*    10/15/26   CJD  STATUS COLUMN AND BACKED-OUT COUNT
000450*************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000740 01  CSR-BRGRPT-STATUS       PIC X(02).
000750     88  CSR-BRGRPT-OK            VALUE '00'.
000760 01  CSR-BRG-LISTED-CTR      PIC 9(05) VALUE 0.
000765 01  CSR-BRG-REVERSED-CTR    PIC 9(05) VALUE 0.
000770 01  CSR-TODAY-DATE          PIC 9(08).
000780*
000790*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
000900     05  FILLER              PIC X(11) VALUE 'BATCH ID'.
000910     05  FILLER              PIC X(11) VALUE 'RUN DATE'.
000920     05  FILLER              PIC X(11) VALUE 'RUN TIME'.
000930     05  FILLER              PIC X(11) VALUE 'PROGRAM'.
000935     05  FILLER              PIC X(10) VALUE 'STATUS'.
000940     05  FILLER              PIC X(22) VALUE SPACES.
000950 01  CSR-BRL-LIST-LINE.
000960     05  FILLER              PIC X(04) VALUE SPACES.
000970     05  CSR-BRL-LST-BATCH   PIC X(08).
001010     05  CSR-BRL-LST-TIME    PIC 9(08).
001020     05  FILLER              PIC X(03) VALUE SPACES.
001030     05  CSR-BRL-LST-PROGRAM PIC X(08).
001035     05  FILLER              PIC X(03) VALUE SPACES.
001037     05  CSR-BRL-LST-STATUS  PIC X(10).
001040     05  FILLER              PIC X(22) VALUE SPACES.
001050 01  CSR-BRL-TOTAL-LINE.
001060     05  FILLER              PIC X(02) VALUE SPACES.
001070     05  CSR-BRL-TOT-LABEL   PIC X(30).
001810     MOVE CSR-BRG-RUN-DATE TO CSR-BRL-LST-DATE.
001820     MOVE CSR-BRG-RUN-TIME TO CSR-BRL-LST-TIME.
001830     MOVE CSR-BRG-PROGRAM-ID TO CSR-BRL-LST-PROGRAM.
001832     IF CSR-BRG-REVERSED
001834         MOVE 'BACKED OUT' TO CSR-BRL-LST-STATUS
001836         ADD 1 TO CSR-BRG-REVERSED-CTR
001837     ELSE
001838         MOVE 'ACTIVE' TO CSR-BRL-LST-STATUS
001839     END-IF.
001840     WRITE CSR-BRG-RPT-RECORD FROM CSR-BRL-LIST-LINE.
001850     ADD 1 TO CSR-BRG-LISTED-CTR.
001860 2100-EXIT.
001980     END-IF.
001990     MOVE CSR-BRG-LISTED-CTR TO CSR-BRL-TOT-COUNT.
002000     WRITE CSR-BRG-RPT-RECORD FROM CSR-BRL-TOTAL-LINE.
002002     IF CSR-BRG-REVERSED-CTR > 0
002004         MOVE 'BACKED OUT, AWAITING RERUN' TO CSR-BRL-TOT-LABEL
002006         MOVE CSR-BRG-REVERSED-CTR TO CSR-BRL-TOT-COUNT
002008         WRITE CSR-BRG-RPT-RECORD FROM CSR-BRL-TOTAL-LINE
002009     END-IF.
002010     DISPLAY 'BRGLIST: ' CSR-BRG-LISTED-CTR
002020         ' BATCHES LISTED'.
002030     CLOSE CSR-BRG-RPT-FILE.
