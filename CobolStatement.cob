000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - MONTHLY PARTNER STATEMENT
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  FINANCE BILLED THE
000180*                    PARTNER SITES FROM AUDTREND PRINTS AND A
000190*                    SPREADSHEET, BUT AUDTREND ONLY HAS SHOP-WIDE
000200*                    DAILY TOTALS AND SKIPS THE PER-FEED CIPHDIST
000210*                    AUDIT LINES THE INVOICES ACTUALLY DEPEND ON.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHSTMT.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    READS THE YEARLY AUDIT HISTORY FILE (CIPHHIST.YNNNN) FOR
000320*    THE MONTH'S YEAR AND THEN THE ONLINE AUDIT LOG (CIPHAUD),
000330*    AND TOTALS THE MONTH'S FEED AUDIT LINES BY PARTNER (THE
000340*    KEYWORD FIELD) AND ROUTE (THE FIRST THREE BYTES OF THE
000350*    BATCH ID).  THE LINES TAKEN ARE:
000360*        CIPHDIST, ACTION P   - AN EXPEDITED FEED
000370*        CIPHDIST, OTHERWISE  - THE NIGHTLY FEED.  A RERUN OF
000380*                               THE NIGHTLY CYCLE REWRITES THE
000390*                               DAY'S FEED, SO THE LAST LINE OF
000400*                               A ROUTE'S DAY SUPERSEDES THE
000410*                               EARLIER ONES AND THE ROUTE IS
000420*                               BILLED ONE NIGHTLY FEED A DAY
000430*        CIPHRSND             - A RESEND FEED
000440*    THE RUN-LEVEL LINES (BATCH ID BEGINNING WITH *) ARE NOT
000450*    FEEDS AND ARE PASSED OVER.  A CIPHREKY RE-ISSUE IS OUR
000460*    CORRECTION, NOT PARTNER TRAFFIC, AND IS NOT BILLED.
000470*
000480*    EACH PARTNER GETS ONE STATEMENT PAGE ON STMTRPT: THE DAYS
000490*    WITH TRAFFIC (NIGHTLY, EXPEDITED AND RESENT MESSAGES AND
000500*    FEEDS), THE MONTH'S TOTALS, AND THE CHARGE FOR EACH OF ITS
000510*    ROUTES FROM THE CIPHRATE RATE TABLE (LAYOUT CSRRAT) AT THE
000520*    RATES IN FORCE ON THE FIRST OF THE MONTH:
000530*        NIGHTLY MESSAGES   X MESSAGE RATE
000540*      + ALL FEEDS          X FEED RATE
000550*      + EXPEDITED MESSAGES X (MESSAGE RATE + SURCHARGE)
000560*      + RESENT MESSAGES    X RESEND RATE
000570*    A ROUTE WITH NO RATE IS CHARGED NOTHING AND FLAGGED.  THE
000580*    BILLING SUMMARY (BILLSUM, LAYOUT CSRBIL) CARRIES ONE DTL
000590*    PER PARTNER AND ROUTE AND A TRL OF CONTROL TOTALS; THE
000600*    MESSAGES ON THE AUDIT LINES TAKEN MUST EQUAL THE MESSAGES
000610*    BILLED PLUS THE MESSAGES ON SUPERSEDED NIGHTLY LINES, AND
000620*    THE LAST PAGE OF THE REPORT SHOWS THE SAME TOTALS.
000630*
000640*    ARGUMENTS: 1 - MONTH, YYYYMM (DEFAULT: LAST MONTH)
000650*
000660*    RETURN CODES:
000670*        0 - STATEMENTS AND BILLING SUMMARY PRODUCED
000680*        4 - PRODUCED, BUT ONE OR MORE ROUTES HAD NO RATE
000690*       12 - BAD MONTH, A FILE WOULD NOT OPEN, A TABLE
000700*            OVERFLOWED OR THE CONTROL TOTALS DO NOT AGREE
000710*
000720*    MODIFICATION HISTORY
000730*    DATE       INIT DESCRIPTION
000740*    10/15/26   CJD  ORIGINAL PROGRAM
000750*************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER. TOPL-BATCH.
000790 OBJECT-COMPUTER. TOPL-BATCH.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT CSR-STM-AUDIT-FILE ASSIGN TO "CIPHAUD"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CSR-STM-AUDIT-STATUS.
000850     SELECT CSR-STM-HIST-FILE
000860         ASSIGN TO DYNAMIC CSR-STM-HIST-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CSR-STM-HIST-STATUS.
000890     SELECT CSR-STM-RATE-FILE ASSIGN TO "CIPHRATE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS CSR-STM-RATE-STATUS.
000920     SELECT CSR-STM-BILL-FILE ASSIGN TO "BILLSUM"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS CSR-STM-BILL-STATUS.
000950     SELECT CSR-STM-RPT-FILE ASSIGN TO "STMTRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS CSR-STM-RPT-STATUS.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CSR-STM-AUDIT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY CSRAUD.
001040 FD  CSR-STM-HIST-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  CSR-STM-HIST-RECORD         PIC X(118).
001070 FD  CSR-STM-RATE-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CSRRAT.
001100 FD  CSR-STM-BILL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY CSRBIL.
001130 FD  CSR-STM-RPT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  CSR-STM-RPT-RECORD          PIC X(100).
001160*
001170 WORKING-STORAGE SECTION.
001180 01  CSR-STM-AUDIT-STATUS    PIC X(02).
001190     88  CSR-STM-AUDIT-OK         VALUE '00'.
001200     88  CSR-STM-AUDIT-EOF        VALUE '10'.
001210 01  CSR-STM-HIST-STATUS     PIC X(02).
001220     88  CSR-STM-HIST-OK          VALUE '00'.
001230     88  CSR-STM-HIST-EOF         VALUE '10'.
001240 01  CSR-STM-RATE-STATUS     PIC X(02).
001250     88  CSR-STM-RATE-OK          VALUE '00'.
001260     88  CSR-STM-RATE-EOF         VALUE '10'.
001270 01  CSR-STM-BILL-STATUS     PIC X(02).
001280     88  CSR-STM-BILL-OK          VALUE '00'.
001290 01  CSR-STM-RPT-STATUS      PIC X(02).
001300     88  CSR-STM-RPT-OK           VALUE '00'.
001310 01  CSR-STM-HIST-NAME       PIC X(30).
001320 01  CSR-ARG-VALUE           PIC X(20).
001330 01  CSR-ARG-NUMBER          PIC 9(02) COMP VALUE 0.
001340 01  CSR-STM-TODAY-DATE      PIC 9(08).
001350 01  CSR-STM-TODAY-TIME      PIC 9(08).
001360 01  CSR-STM-RETURN-CODE     PIC 9(02) VALUE 0.
001370*
001380*    THE MONTH BEING STATED, ITS FIRST DAY (THE DAY THE RATES
001390*    ARE TAKEN AS OF) AND ITS LENGTH.
001400 01  CSR-STM-MONTH-X         PIC X(06).
001410 01  CSR-STM-MONTH REDEFINES CSR-STM-MONTH-X
001420                             PIC 9(06).
001430 01  CSR-STM-MONTH-PARTS REDEFINES CSR-STM-MONTH-X.
001440     05  CSR-STM-MONTH-YEAR  PIC 9(04).
001450     05  CSR-STM-MONTH-MM    PIC 9(02).
001460 01  CSR-STM-MONTH-START     PIC 9(08).
001470 01  CSR-STM-NEXT-START      PIC 9(08).
001480 01  CSR-STM-DAYS-IN-MONTH   PIC 9(02) COMP.
001490*
001500*    THE RUN DATE OF THE AUDIT LINE IN HAND.
001510 01  CSR-STM-REC-DATE        PIC 9(08).
001520 01  CSR-STM-REC-DATE-PARTS REDEFINES CSR-STM-REC-DATE.
001530     05  CSR-STM-REC-MONTH   PIC 9(06).
001540     05  CSR-STM-REC-DAY     PIC 9(02).
001550 01  CSR-STM-REC-PARTNER     PIC X(20).
001560 01  CSR-STM-REC-ROUTE       PIC X(03).
001570*
001580*    THE RATE TABLE, HELD WHOLE.  THE RATE FOR A ROUTE IS THE
001590*    ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER THE FIRST
001600*    OF THE MONTH.
001610 01  CSR-STM-RATE-TABLE.
001620     05  CSR-STM-RT-ENTRY    OCCURS 200 TIMES.
001630         10  CSR-STM-RT-ROUTE        PIC X(03).
001640         10  CSR-STM-RT-EFF-DATE     PIC 9(08).
001650         10  CSR-STM-RT-MSG-RATE     PIC 9(03)V9(04).
001660         10  CSR-STM-RT-FEED-RATE    PIC 9(05)V99.
001670         10  CSR-STM-RT-EXP-SURCH    PIC 9(03)V9(04).
001680         10  CSR-STM-RT-RSND-RATE    PIC 9(03)V9(04).
001690 01  CSR-STM-RT-USED         PIC 9(03) COMP VALUE 0.
001700 01  CSR-STM-RT-SUB          PIC 9(03) COMP.
001710 01  CSR-STM-RT-BEST         PIC 9(03) COMP.
001720 01  CSR-STM-RATE-READ-CTR   PIC 9(05) VALUE 0.
001730*
001740*    ONE ENTRY PER PARTNER AND ROUTE SEEN IN THE MONTH, IN
001750*    ORDER OF FIRST APPEARANCE, WITH A SLOT PER DAY.  THE
001760*    NIGHTLY FEED COUNT OF A DAY IS 0 OR 1 - A RERUN REPLACES
001770*    THE DAY'S NIGHTLY FIGURES RATHER THAN ADDING TO THEM.
001780 01  CSR-STM-PR-TABLE.
001790     05  CSR-STM-PR-ENTRY    OCCURS 100 TIMES.
001800         10  CSR-STM-PR-PARTNER      PIC X(20).
001810         10  CSR-STM-PR-ROUTE        PIC X(03).
001820         10  CSR-STM-PR-PRINTED-SW   PIC X(01).
001830             88  CSR-STM-PR-PRINTED      VALUE 'Y'.
001840         10  CSR-STM-PR-SUPERSEDED   PIC 9(05).
001850         10  CSR-STM-PR-DAY      OCCURS 31 TIMES.
001860             15  CSR-STM-PD-NT-MSGS      PIC 9(07).
001870             15  CSR-STM-PD-NT-FEEDS     PIC 9(03).
001880             15  CSR-STM-PD-EX-MSGS      PIC 9(07).
001890             15  CSR-STM-PD-EX-FEEDS     PIC 9(03).
001900             15  CSR-STM-PD-RS-MSGS      PIC 9(07).
001910             15  CSR-STM-PD-RS-FEEDS     PIC 9(03).
001920 01  CSR-STM-PR-USED         PIC 9(03) COMP VALUE 0.
001930 01  CSR-STM-PR-SUB          PIC 9(03) COMP.
001940 01  CSR-STM-CHK-SUB         PIC 9(03) COMP.
001950 01  CSR-STM-DAY-SUB         PIC 9(02) COMP.
001960 01  CSR-STM-CURR-PARTNER    PIC X(20).
001970*
001980*    FIGURES FOR THE DAY, ROUTE AND PARTNER BEING PRINTED.
001990 01  CSR-STM-SUMS.
002000     05  CSR-STM-SUM-NT-MSGS     PIC 9(07).
002010     05  CSR-STM-SUM-NT-FEEDS    PIC 9(05).
002020     05  CSR-STM-SUM-EX-MSGS     PIC 9(07).
002030     05  CSR-STM-SUM-EX-FEEDS    PIC 9(05).
002040     05  CSR-STM-SUM-RS-MSGS     PIC 9(07).
002050     05  CSR-STM-SUM-RS-FEEDS    PIC 9(05).
002060 01  CSR-STM-ROUTE-SUMS.
002070     05  CSR-STM-RTE-NT-MSGS     PIC 9(07).
002080     05  CSR-STM-RTE-NT-FEEDS    PIC 9(05).
002090     05  CSR-STM-RTE-EX-MSGS     PIC 9(07).
002100     05  CSR-STM-RTE-EX-FEEDS    PIC 9(05).
002110     05  CSR-STM-RTE-RS-MSGS     PIC 9(07).
002120     05  CSR-STM-RTE-RS-FEEDS    PIC 9(05).
002130 01  CSR-STM-PARTNER-SUMS.
002140     05  CSR-STM-PTR-NT-MSGS     PIC 9(07).
002150     05  CSR-STM-PTR-NT-FEEDS    PIC 9(05).
002160     05  CSR-STM-PTR-EX-MSGS     PIC 9(07).
002170     05  CSR-STM-PTR-EX-FEEDS    PIC 9(05).
002180     05  CSR-STM-PTR-RS-MSGS     PIC 9(07).
002190     05  CSR-STM-PTR-RS-FEEDS    PIC 9(05).
002200 01  CSR-STM-PTR-SUPERSEDED  PIC 9(05).
002210 01  CSR-STM-PTR-CHARGE      PIC 9(07)V99.
002220 01  CSR-STM-RTE-CHARGE      PIC 9(07)V99.
002230*
002240*    CONTROL TOTALS.  LINE MESSAGES = BILLED MESSAGES +
002250*    SUPERSEDED MESSAGES, OR THE STATEMENTS ARE NOT TO BE USED.
002260 01  CSR-STM-AUD-READ-CTR    PIC 9(07) VALUE 0.
002270 01  CSR-STM-LINES-CTR       PIC 9(07) VALUE 0.
002280 01  CSR-STM-LINE-MSGS-CTR   PIC 9(09) VALUE 0.
002290 01  CSR-STM-SUPER-LINES-CTR PIC 9(05) VALUE 0.
002300 01  CSR-STM-SUPER-MSGS-CTR  PIC 9(09) VALUE 0.
002310 01  CSR-STM-BILLED-MSGS-CTR PIC 9(09) VALUE 0.
002320 01  CSR-STM-BILLED-FEEDS-CTR
002330                             PIC 9(07) VALUE 0.
002340 01  CSR-STM-CHECK-MSGS      PIC 9(09).
002350 01  CSR-STM-TOTAL-CHARGE    PIC 9(09)V99 VALUE 0.
002360 01  CSR-STM-PARTNERS-CTR    PIC 9(05) VALUE 0.
002370 01  CSR-STM-DETAIL-CTR      PIC 9(07) VALUE 0.
002380 01  CSR-STM-NO-RATE-CTR     PIC 9(05) VALUE 0.
002390 01  CSR-STM-PAGE-CTR        PIC 9(04) VALUE 0.
002400*
002410*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002420*    STORAGE, AS IN THE OTHER REPORTS OF THE SUITE.  EACH
002430*    PARTNER'S STATEMENT STARTS ON A NEW PAGE, SO EVERY WRITE
002440*    TO STMTRPT NAMES ITS ADVANCING.
002450 01  CSR-SMR-HEADING-1.
002460     05  FILLER              PIC X(40)
002470             VALUE 'PARTNER TRAFFIC AND CHARGES STATEMENT'.
002480     05  FILLER              PIC X(06) VALUE 'MONTH '.
002490     05  CSR-SMR-HDG-MONTH   PIC 9(06).
002500     05  FILLER              PIC X(04) VALUE SPACES.
002510     05  FILLER              PIC X(05) VALUE 'RUN '.
002520     05  CSR-SMR-HDG-DATE    PIC 9(08).
002530     05  FILLER              PIC X(04) VALUE SPACES.
002540     05  FILLER              PIC X(05) VALUE 'PAGE '.
002550     05  CSR-SMR-HDG-PAGE    PIC ZZZ9.
002560     05  FILLER              PIC X(18) VALUE SPACES.
002570 01  CSR-SMR-HEADING-2.
002580     05  FILLER              PIC X(09) VALUE 'PARTNER: '.
002590     05  CSR-SMR-HDG-PARTNER PIC X(20).
002600     05  FILLER              PIC X(71) VALUE SPACES.
002610 01  CSR-SMR-HEADING-3.
002620     05  FILLER              PIC X(14) VALUE '  DATE'.
002630     05  FILLER              PIC X(18)
002640             VALUE '----- NIGHTLY ----'.
002650     05  FILLER              PIC X(03) VALUE SPACES.
002660     05  FILLER              PIC X(18)
002670             VALUE '---- EXPEDITED ---'.
002680     05  FILLER              PIC X(03) VALUE SPACES.
002690     05  FILLER              PIC X(18)
002700             VALUE '----- RESENT -----'.
002710     05  FILLER              PIC X(26) VALUE SPACES.
002720 01  CSR-SMR-HEADING-4.
002730     05  FILLER              PIC X(14) VALUE SPACES.
002740     05  FILLER              PIC X(21)
002750             VALUE ' MESSAGES    FEEDS'.
002760     05  FILLER              PIC X(21)
002770             VALUE ' MESSAGES    FEEDS'.
002780     05  FILLER              PIC X(21)
002790             VALUE ' MESSAGES    FEEDS'.
002800     05  FILLER              PIC X(23) VALUE SPACES.
002810 01  CSR-SMR-DAY-LINE.
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  CSR-SMR-DAY-DATE    PIC X(08).
002840     05  FILLER              PIC X(04) VALUE SPACES.
002850     05  CSR-SMR-DAY-NT-MSGS PIC Z,ZZZ,ZZ9.
002860     05  FILLER              PIC X(03) VALUE SPACES.
002870     05  CSR-SMR-DAY-NT-FEEDS
002880                             PIC ZZ,ZZ9.
002890     05  FILLER              PIC X(03) VALUE SPACES.
002900     05  CSR-SMR-DAY-EX-MSGS PIC Z,ZZZ,ZZ9.
002910     05  FILLER              PIC X(03) VALUE SPACES.
002920     05  CSR-SMR-DAY-EX-FEEDS
002930                             PIC ZZ,ZZ9.
002940     05  FILLER              PIC X(03) VALUE SPACES.
002950     05  CSR-SMR-DAY-RS-MSGS PIC Z,ZZZ,ZZ9.
002960     05  FILLER              PIC X(03) VALUE SPACES.
002970     05  CSR-SMR-DAY-RS-FEEDS
002980                             PIC ZZ,ZZ9.
002990     05  FILLER              PIC X(26) VALUE SPACES.
003000 01  CSR-SMR-HEADING-5.
003010     05  FILLER              PIC X(09) VALUE '  ROUTE'.
003020     05  FILLER              PIC X(11) VALUE 'RATES FROM'.
003030     05  FILLER              PIC X(11) VALUE 'MSG RATE'.
003040     05  FILLER              PIC X(11) VALUE 'FEED RATE'.
003050     05  FILLER              PIC X(11) VALUE 'EXP SURCH'.
003060     05  FILLER              PIC X(11) VALUE 'RESEND RATE'.
003070     05  FILLER              PIC X(12) VALUE '      CHARGE'.
003080     05  FILLER              PIC X(24) VALUE SPACES.
003090 01  CSR-SMR-CHARGE-LINE.
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  CSR-SMR-CHG-ROUTE   PIC X(03).
003120     05  FILLER              PIC X(04) VALUE SPACES.
003130     05  CSR-SMR-CHG-DATE    PIC X(08).
003140     05  FILLER              PIC X(03) VALUE SPACES.
003150     05  CSR-SMR-CHG-MSG-RATE
003160                             PIC ZZ9.9999.
003170     05  FILLER              PIC X(03) VALUE SPACES.
003180     05  CSR-SMR-CHG-FEED-RATE
003190                             PIC ZZ,ZZ9.99.
003200     05  FILLER              PIC X(02) VALUE SPACES.
003210     05  CSR-SMR-CHG-EXP-SURCH
003220                             PIC ZZ9.9999.
003230     05  FILLER              PIC X(03) VALUE SPACES.
003240     05  CSR-SMR-CHG-RSND-RATE
003250                             PIC ZZ9.9999.
003260     05  FILLER              PIC X(03) VALUE SPACES.
003270     05  CSR-SMR-CHG-AMOUNT  PIC Z,ZZZ,ZZ9.99.
003280     05  FILLER              PIC X(02) VALUE SPACES.
003290     05  CSR-SMR-CHG-NOTE    PIC X(22).
003300 01  CSR-SMR-AMOUNT-LINE.
003310     05  FILLER              PIC X(02) VALUE SPACES.
003320     05  CSR-SMR-AMT-LABEL   PIC X(60).
003330     05  CSR-SMR-AMT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
003340     05  FILLER              PIC X(24) VALUE SPACES.
003350 01  CSR-SMR-TOTAL-LINE.
003360     05  FILLER              PIC X(02) VALUE SPACES.
003370     05  CSR-SMR-TOT-LABEL   PIC X(50).
003380     05  CSR-SMR-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
003390     05  FILLER              PIC X(37) VALUE SPACES.
003400 01  CSR-SMR-TEXT-LINE.
003410     05  FILLER              PIC X(02) VALUE SPACES.
003420     05  CSR-SMR-TXT-BODY    PIC X(90).
003430     05  FILLER              PIC X(08) VALUE SPACES.
003440 01  CSR-SMR-BLANK-LINE      PIC X(100) VALUE SPACES.
003450 01  CSR-STM-SUPER-ED        PIC ZZZZ9.
003460*
003470 PROCEDURE DIVISION.
003480*
003490*****************************************************************
003500*    0000-MAINLINE
003510*****************************************************************
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003540     PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
003550     PERFORM 2000-GATHER-HISTORY THRU 2000-EXIT.
003560     PERFORM 2500-GATHER-ONLINE-AUDIT THRU 2500-EXIT.
003570     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
003580     PERFORM 4000-FINALIZE THRU 4000-EXIT.
003590     MOVE CSR-STM-RETURN-CODE TO RETURN-CODE.
003600     STOP RUN.
003610*
003620*****************************************************************
003630*    1000-INITIALIZE - THE MONTH ARGUMENT (LAST MONTH WHEN NONE
003640*    IS GIVEN), ITS FIRST DAY AND LENGTH, AND THE TWO OUTPUTS.
003650*****************************************************************
003660 1000-INITIALIZE.
003670     ACCEPT CSR-STM-TODAY-DATE FROM DATE YYYYMMDD.
003680     ACCEPT CSR-STM-TODAY-TIME FROM TIME.
003690     MOVE 1 TO CSR-ARG-NUMBER.
003700     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
003710     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
003720         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
003730     END-ACCEPT.
003740     IF CSR-ARG-VALUE = SPACES
003750         MOVE CSR-STM-TODAY-DATE(1:6) TO CSR-STM-MONTH-X
003760         IF CSR-STM-MONTH-MM = 1
003770             SUBTRACT 1 FROM CSR-STM-MONTH-YEAR
003780             MOVE 12 TO CSR-STM-MONTH-MM
003790         ELSE
003800             SUBTRACT 1 FROM CSR-STM-MONTH-MM
003810         END-IF
003820     ELSE
003830         MOVE CSR-ARG-VALUE(1:6) TO CSR-STM-MONTH-X
003840     END-IF.
003850     IF CSR-STM-MONTH NOT NUMERIC
003860             OR CSR-ARG-VALUE(7:) NOT = SPACES
003870             OR CSR-STM-MONTH-YEAR < 1601
003880             OR CSR-STM-MONTH-MM < 1
003890             OR CSR-STM-MONTH-MM > 12
003900         DISPLAY 'CIPHSTMT: MONTH (YYYYMM) IS NOT VALID'
003910         MOVE 12 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     IF CSR-STM-MONTH > CSR-STM-TODAY-DATE(1:6)
003950         DISPLAY 'CIPHSTMT: MONTH ' CSR-STM-MONTH
003960             ' IS IN THE FUTURE'
003970         MOVE 12 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     COMPUTE CSR-STM-MONTH-START = CSR-STM-MONTH * 100 + 1.
004010     IF CSR-STM-MONTH-MM = 12
004020         COMPUTE CSR-STM-NEXT-START =
004030             (CSR-STM-MONTH-YEAR + 1) * 10000 + 101
004040     ELSE
004050         COMPUTE CSR-STM-NEXT-START = CSR-STM-MONTH-START + 100
004060     END-IF.
004070     COMPUTE CSR-STM-DAYS-IN-MONTH =
004080         FUNCTION INTEGER-OF-DATE(CSR-STM-NEXT-START)
004090         - FUNCTION INTEGER-OF-DATE(CSR-STM-MONTH-START).
004100     OPEN OUTPUT CSR-STM-RPT-FILE.
004110     IF NOT CSR-STM-RPT-OK
004120         DISPLAY 'CIPHSTMT: STMTRPT OPEN FAILED, STATUS = '
004130             CSR-STM-RPT-STATUS
004140         MOVE 12 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     OPEN OUTPUT CSR-STM-BILL-FILE.
004180     IF NOT CSR-STM-BILL-OK
004190         DISPLAY 'CIPHSTMT: BILLSUM OPEN FAILED, STATUS = '
004200             CSR-STM-BILL-STATUS
004210         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     MOVE SPACES TO CSR-BIL-HEADER-RECORD.
004250     MOVE 'HDR' TO CSR-BLH-RECORD-TYPE.
004260     MOVE CSR-STM-MONTH TO CSR-BLH-MONTH.
004270     MOVE CSR-STM-TODAY-DATE TO CSR-BLH-CREATE-DATE.
004280     MOVE CSR-STM-TODAY-TIME TO CSR-BLH-CREATE-TIME.
004290     WRITE CSR-BIL-HEADER-RECORD.
004300     MOVE CSR-STM-MONTH TO CSR-SMR-HDG-MONTH.
004310     MOVE CSR-STM-TODAY-DATE TO CSR-SMR-HDG-DATE.
004320 1000-EXIT.
004330     EXIT.
004340*
004350*****************************************************************
004360*    1500-LOAD-RATES - THE WHOLE RATE TABLE INTO STORAGE.  NO
004370*    CIPHRATE MEANS NO ROUTE CAN BE CHARGED: THE STATEMENTS
004380*    STILL SHOW THE TRAFFIC AND EVERY ROUTE IS FLAGGED.
004390*****************************************************************
004400 1500-LOAD-RATES.
004410     OPEN INPUT CSR-STM-RATE-FILE.
004420     IF NOT CSR-STM-RATE-OK
004430         DISPLAY 'CIPHSTMT: NO CIPHRATE RATE TABLE, STATUS = '
004440             CSR-STM-RATE-STATUS
004450         GO TO 1500-EXIT
004460     END-IF.
004470     PERFORM 1550-LOAD-ONE-RATE THRU 1550-EXIT
004480         UNTIL CSR-STM-RATE-EOF.
004490     CLOSE CSR-STM-RATE-FILE.
004500     DISPLAY 'CIPHSTMT: ' CSR-STM-RT-USED ' RATES LOADED'.
004510 1500-EXIT.
004520     EXIT.
004530*
004540 1550-LOAD-ONE-RATE.
004550     READ CSR-STM-RATE-FILE
004560         AT END
004570             SET CSR-STM-RATE-EOF TO TRUE
004580             GO TO 1550-EXIT
004590     END-READ.
004600     ADD 1 TO CSR-STM-RATE-READ-CTR.
004610     IF CSR-RAT-ROUTE-CODE = SPACES
004620             OR CSR-RAT-EFFECTIVE-DATE NOT NUMERIC
004630             OR CSR-RAT-MSG-RATE NOT NUMERIC
004640             OR CSR-RAT-FEED-RATE NOT NUMERIC
004650             OR CSR-RAT-EXP-SURCHARGE NOT NUMERIC
004660             OR CSR-RAT-RESEND-RATE NOT NUMERIC
004670         DISPLAY 'CIPHSTMT: CIPHRATE RECORD '
004680             CSR-STM-RATE-READ-CTR ' IGNORED - NOT NUMERIC'
004690         GO TO 1550-EXIT
004700     END-IF.
004710     IF CSR-STM-RT-USED NOT < 200
004720         DISPLAY 'CIPHSTMT: RATE TABLE FULL AT 200 - '
004730             'RAISE THE TABLE SIZE'
004740         MOVE 12 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     ADD 1 TO CSR-STM-RT-USED.
004780     MOVE CSR-RAT-ROUTE-CODE TO CSR-STM-RT-ROUTE(CSR-STM-RT-USED).
004790     MOVE CSR-RAT-EFFECTIVE-DATE
004800         TO CSR-STM-RT-EFF-DATE(CSR-STM-RT-USED).
004810     MOVE CSR-RAT-MSG-RATE
004820         TO CSR-STM-RT-MSG-RATE(CSR-STM-RT-USED).
004830     MOVE CSR-RAT-FEED-RATE
004840         TO CSR-STM-RT-FEED-RATE(CSR-STM-RT-USED).
004850     MOVE CSR-RAT-EXP-SURCHARGE
004860         TO CSR-STM-RT-EXP-SURCH(CSR-STM-RT-USED).
004870     MOVE CSR-RAT-RESEND-RATE
004880         TO CSR-STM-RT-RSND-RATE(CSR-STM-RT-USED).
004890 1550-EXIT.
004900     EXIT.
004910*
004920*****************************************************************
004930*    2000-GATHER-HISTORY - THE HISTORY FILE FOR THE MONTH'S
004940*    YEAR, WHICH CIPHKEEP HAS BEEN MOVING THE OLDER AUDIT LINES
004950*    INTO.  A MISSING FILE SIMPLY MEANS NOTHING OF THE MONTH
004960*    HAS LEFT CIPHAUD YET.
004970*****************************************************************
004980 2000-GATHER-HISTORY.
004990     MOVE SPACES TO CSR-STM-HIST-NAME.
005000     STRING 'CIPHHIST.Y' CSR-STM-MONTH-YEAR
005010         DELIMITED BY SIZE INTO CSR-STM-HIST-NAME.
005020     OPEN INPUT CSR-STM-HIST-FILE.
005030     IF NOT CSR-STM-HIST-OK
005040         GO TO 2000-EXIT
005050     END-IF.
005060     PERFORM 2200-GATHER-ONE-HIST-REC THRU 2200-EXIT
005070         UNTIL CSR-STM-HIST-EOF.
005080     CLOSE CSR-STM-HIST-FILE.
005090 2000-EXIT.
005100     EXIT.
005110*
005120 2200-GATHER-ONE-HIST-REC.
005130     READ CSR-STM-HIST-FILE
005140         AT END
005150             SET CSR-STM-HIST-EOF TO TRUE
005160             GO TO 2200-EXIT
005170     END-READ.
005180     MOVE CSR-STM-HIST-RECORD TO CSR-AUDIT-RECORD.
005190     PERFORM 2300-POST-ONE-AUDIT-REC THRU 2300-EXIT.
005200 2200-EXIT.
005210     EXIT.
005220*
005230*****************************************************************
005240*    2300-POST-ONE-AUDIT-REC - A FEED LINE OF THE MONTH GOES TO
005250*    ITS PARTNER AND ROUTE ENTRY.  A NIGHTLY LINE FOR A DAY THAT
005260*    ALREADY HAS ONE SUPERSEDES IT; THE EARLIER FIGURES GO TO
005270*    THE SUPERSEDED CONTROL TOTALS.
005280*****************************************************************
005290 2300-POST-ONE-AUDIT-REC.
005300     ADD 1 TO CSR-STM-AUD-READ-CTR.
005310     IF CSR-AUD-PROGRAM-ID NOT = 'CIPHDIST'
005320             AND CSR-AUD-PROGRAM-ID NOT = 'CIPHRSND'
005330         GO TO 2300-EXIT
005340     END-IF.
005350     IF CSR-AUD-BATCH-ID = SPACES
005360             OR CSR-AUD-BATCH-ID(1:1) = '*'
005370             OR CSR-AUD-RUN-DATE NOT NUMERIC
005380             OR CSR-AUD-RECS-OUT NOT NUMERIC
005390         GO TO 2300-EXIT
005400     END-IF.
005410     MOVE CSR-AUD-RUN-DATE TO CSR-STM-REC-DATE.
005420     IF CSR-STM-REC-MONTH NOT = CSR-STM-MONTH
005430             OR CSR-STM-REC-DAY < 1
005440             OR CSR-STM-REC-DAY > CSR-STM-DAYS-IN-MONTH
005450         GO TO 2300-EXIT
005460     END-IF.
005470     ADD 1 TO CSR-STM-LINES-CTR.
005480     ADD CSR-AUD-RECS-OUT TO CSR-STM-LINE-MSGS-CTR.
005490     MOVE CSR-AUD-KEYWORD TO CSR-STM-REC-PARTNER.
005500     IF CSR-STM-REC-PARTNER = SPACES
005510         MOVE '*NO PARTNER NAME*' TO CSR-STM-REC-PARTNER
005520     END-IF.
005530     MOVE CSR-AUD-BATCH-ID(1:3) TO CSR-STM-REC-ROUTE.
005540     PERFORM 2400-FIND-PARTNER-ROUTE THRU 2400-EXIT.
005550     MOVE CSR-STM-REC-DAY TO CSR-STM-DAY-SUB.
005560     IF CSR-AUD-PROGRAM-ID = 'CIPHRSND'
005570         ADD CSR-AUD-RECS-OUT
005580             TO CSR-STM-PD-RS-MSGS
005590                 (CSR-STM-PR-SUB, CSR-STM-DAY-SUB)
005600         ADD 1
005610             TO CSR-STM-PD-RS-FEEDS
005620                 (CSR-STM-PR-SUB, CSR-STM-DAY-SUB)
005630         GO TO 2300-EXIT
005640     END-IF.
005650     IF CSR-AUD-ACTION = 'P'
005660         ADD CSR-AUD-RECS-OUT
005670             TO CSR-STM-PD-EX-MSGS
005680                 (CSR-STM-PR-SUB, CSR-STM-DAY-SUB)
005690         ADD 1
005700             TO CSR-STM-PD-EX-FEEDS
005710                 (CSR-STM-PR-SUB, CSR-STM-DAY-SUB)
005720         GO TO 2300-EXIT
005730     END-IF.
005740     IF CSR-STM-PD-NT-FEEDS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB) > 0
005750         ADD 1 TO CSR-STM-SUPER-LINES-CTR
005760         ADD 1 TO CSR-STM-PR-SUPERSEDED(CSR-STM-PR-SUB)
005770         ADD CSR-STM-PD-NT-MSGS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB)
005780             TO CSR-STM-SUPER-MSGS-CTR
005790     END-IF.
005800     MOVE CSR-AUD-RECS-OUT
005810         TO CSR-STM-PD-NT-MSGS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
005820     MOVE 1
005830         TO CSR-STM-PD-NT-FEEDS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
005840 2300-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880*    2400-FIND-PARTNER-ROUTE - THE ENTRY FOR THE LINE'S PARTNER
005890*    AND ROUTE INTO CSR-STM-PR-SUB, STARTING A NEW ONE THE FIRST
005900*    TIME THE PAIR IS SEEN.  A FULL TABLE STOPS THE RUN - A
005910*    STATEMENT SHORT OF TRAFFIC IS WORSE THAN NONE.
005920*****************************************************************
005930 2400-FIND-PARTNER-ROUTE.
005940     MOVE 0 TO CSR-STM-PR-SUB.
005950     PERFORM 2420-CHECK-ONE-ENTRY THRU 2420-EXIT
005960         VARYING CSR-STM-CHK-SUB FROM 1 BY 1
005970         UNTIL CSR-STM-CHK-SUB > CSR-STM-PR-USED
005980         OR CSR-STM-PR-SUB > 0.
005990     IF CSR-STM-PR-SUB > 0
006000         GO TO 2400-EXIT
006010     END-IF.
006020     IF CSR-STM-PR-USED NOT < 100
006030         DISPLAY 'CIPHSTMT: PARTNER/ROUTE TABLE FULL AT 100 - '
006040             'RAISE THE TABLE SIZE'
006050         MOVE 12 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     ADD 1 TO CSR-STM-PR-USED.
006090     MOVE CSR-STM-PR-USED TO CSR-STM-PR-SUB.
006100     MOVE CSR-STM-REC-PARTNER
006110         TO CSR-STM-PR-PARTNER(CSR-STM-PR-SUB).
006120     MOVE CSR-STM-REC-ROUTE TO CSR-STM-PR-ROUTE(CSR-STM-PR-SUB).
006130     MOVE 'N' TO CSR-STM-PR-PRINTED-SW(CSR-STM-PR-SUB).
006140     MOVE 0 TO CSR-STM-PR-SUPERSEDED(CSR-STM-PR-SUB).
006150     PERFORM 2450-CLEAR-ONE-DAY THRU 2450-EXIT
006160         VARYING CSR-STM-DAY-SUB FROM 1 BY 1
006170         UNTIL CSR-STM-DAY-SUB > 31.
006180 2400-EXIT.
006190     EXIT.
006200*
006210 2420-CHECK-ONE-ENTRY.
006220     IF CSR-STM-PR-PARTNER(CSR-STM-CHK-SUB) = CSR-STM-REC-PARTNER
006230             AND CSR-STM-PR-ROUTE(CSR-STM-CHK-SUB)
006240             = CSR-STM-REC-ROUTE
006250         MOVE CSR-STM-CHK-SUB TO CSR-STM-PR-SUB
006260     END-IF.
006270 2420-EXIT.
006280     EXIT.
006290*
006300 2450-CLEAR-ONE-DAY.
006310     MOVE 0
006320         TO CSR-STM-PD-NT-MSGS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006330     MOVE 0
006340         TO CSR-STM-PD-NT-FEEDS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006350     MOVE 0
006360         TO CSR-STM-PD-EX-MSGS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006370     MOVE 0
006380         TO CSR-STM-PD-EX-FEEDS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006390     MOVE 0
006400         TO CSR-STM-PD-RS-MSGS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006410     MOVE 0
006420         TO CSR-STM-PD-RS-FEEDS(CSR-STM-PR-SUB, CSR-STM-DAY-SUB).
006430 2450-EXIT.
006440     EXIT.
006450*
006460*****************************************************************
006470*    2500-GATHER-ONLINE-AUDIT - THE ONLINE AUDIT LOG, AFTER THE
006480*    HISTORY SO THAT A DAY'S LAST NIGHTLY LINE IS THE LAST ONE
006490*    POSTED.
006500*****************************************************************
006510 2500-GATHER-ONLINE-AUDIT.
006520     OPEN INPUT CSR-STM-AUDIT-FILE.
006530     IF NOT CSR-STM-AUDIT-OK
006540         DISPLAY 'CIPHSTMT: NO CIPHAUD ONLINE, STATUS = '
006550             CSR-STM-AUDIT-STATUS
006560         GO TO 2500-EXIT
006570     END-IF.
006580     PERFORM 2600-GATHER-ONE-AUDIT-REC THRU 2600-EXIT
006590         UNTIL CSR-STM-AUDIT-EOF.
006600     CLOSE CSR-STM-AUDIT-FILE.
006610 2500-EXIT.
006620     EXIT.
006630*
006640 2600-GATHER-ONE-AUDIT-REC.
006650     READ CSR-STM-AUDIT-FILE
006660         AT END
006670             SET CSR-STM-AUDIT-EOF TO TRUE
006680             GO TO 2600-EXIT
006690     END-READ.
006700     PERFORM 2300-POST-ONE-AUDIT-REC THRU 2300-EXIT.
006710 2600-EXIT.
006720     EXIT.
006730*
006740*****************************************************************
006750*    3000-PRINT-STATEMENTS - A STATEMENT FOR EACH PARTNER, IN
006760*    THE ORDER THE PARTNERS FIRST APPEAR.  THE FIRST ENTRY OF A
006770*    PARTNER NOT YET PRINTED STARTS ITS STATEMENT, WHICH TAKES
006780*    IN EVERY LATER ENTRY (ROUTE) OF THE SAME PARTNER.
006790*****************************************************************
006800 3000-PRINT-STATEMENTS.
006810     IF CSR-STM-PR-USED = 0
006820         DISPLAY 'CIPHSTMT: NO FEED TRAFFIC FOUND FOR '
006830             CSR-STM-MONTH
006840     END-IF.
006850     PERFORM 3050-NEXT-ENTRY THRU 3050-EXIT
006860         VARYING CSR-STM-PR-SUB FROM 1 BY 1
006870         UNTIL CSR-STM-PR-SUB > CSR-STM-PR-USED.
006880 3000-EXIT.
006890     EXIT.
006900*
006910 3050-NEXT-ENTRY.
006920     IF NOT CSR-STM-PR-PRINTED(CSR-STM-PR-SUB)
006930         PERFORM 3100-PRINT-ONE-PARTNER THRU 3100-EXIT
006940     END-IF.
006950 3050-EXIT.
006960     EXIT.
006970*
006980*****************************************************************
006990*    3100-PRINT-ONE-PARTNER - THE STATEMENT PAGE FOR THE PARTNER
007000*    OF ENTRY CSR-STM-PR-SUB: THE DAYS WITH TRAFFIC ACROSS ALL
007010*    ITS ROUTES, THE MONTH'S TOTALS, THEN A CHARGE LINE PER
007020*    ROUTE AND THE PARTNER'S TOTAL CHARGE.
007030*****************************************************************
007040 3100-PRINT-ONE-PARTNER.
007050     MOVE CSR-STM-PR-PARTNER(CSR-STM-PR-SUB)
007060         TO CSR-STM-CURR-PARTNER.
007070     ADD 1 TO CSR-STM-PARTNERS-CTR.
007080     PERFORM 3800-PAGE-HEADING THRU 3800-EXIT.
007090     MOVE CSR-STM-CURR-PARTNER TO CSR-SMR-HDG-PARTNER.
007100     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-HEADING-2
007110         AFTER ADVANCING 1 LINE.
007120     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
007130         AFTER ADVANCING 1 LINE.
007140     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-HEADING-3
007150         AFTER ADVANCING 1 LINE.
007160     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-HEADING-4
007170         AFTER ADVANCING 1 LINE.
007180     MOVE 0 TO CSR-STM-PTR-NT-MSGS.
007190     MOVE 0 TO CSR-STM-PTR-NT-FEEDS.
007200     MOVE 0 TO CSR-STM-PTR-EX-MSGS.
007210     MOVE 0 TO CSR-STM-PTR-EX-FEEDS.
007220     MOVE 0 TO CSR-STM-PTR-RS-MSGS.
007230     MOVE 0 TO CSR-STM-PTR-RS-FEEDS.
007240     MOVE 0 TO CSR-STM-PTR-SUPERSEDED.
007250     MOVE 0 TO CSR-STM-PTR-CHARGE.
007260     PERFORM 3200-PRINT-ONE-DAY THRU 3200-EXIT
007270         VARYING CSR-STM-DAY-SUB FROM 1 BY 1
007280         UNTIL CSR-STM-DAY-SUB > CSR-STM-DAYS-IN-MONTH.
007290     MOVE 'TOTAL' TO CSR-SMR-DAY-DATE.
007300     MOVE CSR-STM-PTR-NT-MSGS TO CSR-SMR-DAY-NT-MSGS.
007310     MOVE CSR-STM-PTR-NT-FEEDS TO CSR-SMR-DAY-NT-FEEDS.
007320     MOVE CSR-STM-PTR-EX-MSGS TO CSR-SMR-DAY-EX-MSGS.
007330     MOVE CSR-STM-PTR-EX-FEEDS TO CSR-SMR-DAY-EX-FEEDS.
007340     MOVE CSR-STM-PTR-RS-MSGS TO CSR-SMR-DAY-RS-MSGS.
007350     MOVE CSR-STM-PTR-RS-FEEDS TO CSR-SMR-DAY-RS-FEEDS.
007360     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
007370         AFTER ADVANCING 1 LINE.
007380     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-DAY-LINE
007390         AFTER ADVANCING 1 LINE.
007400     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
007410         AFTER ADVANCING 1 LINE.
007420     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-HEADING-5
007430         AFTER ADVANCING 1 LINE.
007440     PERFORM 3400-CHARGE-ONE-ROUTE THRU 3400-EXIT
007450         VARYING CSR-STM-CHK-SUB FROM CSR-STM-PR-SUB BY 1
007460         UNTIL CSR-STM-CHK-SUB > CSR-STM-PR-USED.
007470     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
007480         AFTER ADVANCING 1 LINE.
007490     MOVE 'TOTAL CHARGE FOR THE MONTH' TO CSR-SMR-AMT-LABEL.
007500     MOVE CSR-STM-PTR-CHARGE TO CSR-SMR-AMT-AMOUNT.
007510     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-AMOUNT-LINE
007520         AFTER ADVANCING 1 LINE.
007530     IF CSR-STM-PTR-SUPERSEDED > 0
007540         MOVE CSR-STM-PTR-SUPERSEDED TO CSR-STM-SUPER-ED
007550         MOVE SPACES TO CSR-SMR-TXT-BODY
007560         STRING 'NIGHTLY FEEDS RERUN THE SAME DAY: '
007570             CSR-STM-SUPER-ED
007580             ' - ONLY THE LAST FEED OF THE DAY IS BILLED'
007590             DELIMITED BY SIZE INTO CSR-SMR-TXT-BODY
007600         WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
007610             AFTER ADVANCING 1 LINE
007620         WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TEXT-LINE
007630             AFTER ADVANCING 1 LINE
007640     END-IF.
007650 3100-EXIT.
007660     EXIT.
007670*
007680*****************************************************************
007690*    3200-PRINT-ONE-DAY - ONE LINE FOR THE DAY, SUMMED OVER
007700*    THE PARTNER'S ROUTES.  A DAY WITH NO TRAFFIC IS LEFT OFF.
007710*****************************************************************
007720 3200-PRINT-ONE-DAY.
007730     MOVE 0 TO CSR-STM-SUM-NT-MSGS.
007740     MOVE 0 TO CSR-STM-SUM-NT-FEEDS.
007750     MOVE 0 TO CSR-STM-SUM-EX-MSGS.
007760     MOVE 0 TO CSR-STM-SUM-EX-FEEDS.
007770     MOVE 0 TO CSR-STM-SUM-RS-MSGS.
007780     MOVE 0 TO CSR-STM-SUM-RS-FEEDS.
007790     PERFORM 3250-ADD-ONE-ROUTE-DAY THRU 3250-EXIT
007800         VARYING CSR-STM-CHK-SUB FROM CSR-STM-PR-SUB BY 1
007810         UNTIL CSR-STM-CHK-SUB > CSR-STM-PR-USED.
007820     IF CSR-STM-SUM-NT-FEEDS = 0
007830             AND CSR-STM-SUM-EX-FEEDS = 0
007840             AND CSR-STM-SUM-RS-FEEDS = 0
007850         GO TO 3200-EXIT
007860     END-IF.
007870     COMPUTE CSR-STM-REC-DATE =
007880         CSR-STM-MONTH-START + CSR-STM-DAY-SUB - 1.
007890     MOVE CSR-STM-REC-DATE TO CSR-SMR-DAY-DATE.
007900     MOVE CSR-STM-SUM-NT-MSGS TO CSR-SMR-DAY-NT-MSGS.
007910     MOVE CSR-STM-SUM-NT-FEEDS TO CSR-SMR-DAY-NT-FEEDS.
007920     MOVE CSR-STM-SUM-EX-MSGS TO CSR-SMR-DAY-EX-MSGS.
007930     MOVE CSR-STM-SUM-EX-FEEDS TO CSR-SMR-DAY-EX-FEEDS.
007940     MOVE CSR-STM-SUM-RS-MSGS TO CSR-SMR-DAY-RS-MSGS.
007950     MOVE CSR-STM-SUM-RS-FEEDS TO CSR-SMR-DAY-RS-FEEDS.
007960     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-DAY-LINE
007970         AFTER ADVANCING 1 LINE.
007980     ADD CSR-STM-SUM-NT-MSGS TO CSR-STM-PTR-NT-MSGS.
007990     ADD CSR-STM-SUM-NT-FEEDS TO CSR-STM-PTR-NT-FEEDS.
008000     ADD CSR-STM-SUM-EX-MSGS TO CSR-STM-PTR-EX-MSGS.
008010     ADD CSR-STM-SUM-EX-FEEDS TO CSR-STM-PTR-EX-FEEDS.
008020     ADD CSR-STM-SUM-RS-MSGS TO CSR-STM-PTR-RS-MSGS.
008030     ADD CSR-STM-SUM-RS-FEEDS TO CSR-STM-PTR-RS-FEEDS.
008040 3200-EXIT.
008050     EXIT.
008060*
008070 3250-ADD-ONE-ROUTE-DAY.
008080     IF CSR-STM-PR-PARTNER(CSR-STM-CHK-SUB)
008090             NOT = CSR-STM-CURR-PARTNER
008100         GO TO 3250-EXIT
008110     END-IF.
008120     ADD CSR-STM-PD-NT-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008130         TO CSR-STM-SUM-NT-MSGS.
008140     ADD CSR-STM-PD-NT-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008150         TO CSR-STM-SUM-NT-FEEDS.
008160     ADD CSR-STM-PD-EX-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008170         TO CSR-STM-SUM-EX-MSGS.
008180     ADD CSR-STM-PD-EX-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008190         TO CSR-STM-SUM-EX-FEEDS.
008200     ADD CSR-STM-PD-RS-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008210         TO CSR-STM-SUM-RS-MSGS.
008220     ADD CSR-STM-PD-RS-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008230         TO CSR-STM-SUM-RS-FEEDS.
008240 3250-EXIT.
008250     EXIT.
008260*
008270*****************************************************************
008280*    3400-CHARGE-ONE-ROUTE - FOR EACH ENTRY OF THE PARTNER: THE
008290*    ROUTE'S MONTH TOTALS, ITS RATE, ITS CHARGE LINE AND ITS
008300*    BILLING SUMMARY DETAIL RECORD.
008310*****************************************************************
008320 3400-CHARGE-ONE-ROUTE.
008330     IF CSR-STM-PR-PARTNER(CSR-STM-CHK-SUB)
008340             NOT = CSR-STM-CURR-PARTNER
008350         GO TO 3400-EXIT
008360     END-IF.
008370     MOVE 'Y' TO CSR-STM-PR-PRINTED-SW(CSR-STM-CHK-SUB).
008380     ADD CSR-STM-PR-SUPERSEDED(CSR-STM-CHK-SUB)
008390         TO CSR-STM-PTR-SUPERSEDED.
008400     MOVE 0 TO CSR-STM-RTE-NT-MSGS.
008410     MOVE 0 TO CSR-STM-RTE-NT-FEEDS.
008420     MOVE 0 TO CSR-STM-RTE-EX-MSGS.
008430     MOVE 0 TO CSR-STM-RTE-EX-FEEDS.
008440     MOVE 0 TO CSR-STM-RTE-RS-MSGS.
008450     MOVE 0 TO CSR-STM-RTE-RS-FEEDS.
008460     PERFORM 3450-ADD-ONE-DAY THRU 3450-EXIT
008470         VARYING CSR-STM-DAY-SUB FROM 1 BY 1
008480         UNTIL CSR-STM-DAY-SUB > CSR-STM-DAYS-IN-MONTH.
008490     PERFORM 3500-FIND-RATE THRU 3500-EXIT.
008500     MOVE SPACES TO CSR-SMR-CHARGE-LINE.
008510     MOVE CSR-STM-PR-ROUTE(CSR-STM-CHK-SUB) TO CSR-SMR-CHG-ROUTE.
008520     IF CSR-STM-RT-BEST = 0
008530         MOVE 0 TO CSR-STM-RTE-CHARGE
008540         ADD 1 TO CSR-STM-NO-RATE-CTR
008550         MOVE 'NONE' TO CSR-SMR-CHG-DATE
008560         MOVE 0 TO CSR-SMR-CHG-AMOUNT
008570         MOVE 'NO RATE - NOT CHARGED' TO CSR-SMR-CHG-NOTE
008580         DISPLAY 'CIPHSTMT: NO RATE FOR ROUTE '
008590             CSR-STM-PR-ROUTE(CSR-STM-CHK-SUB) ' IN '
008600             CSR-STM-MONTH ' - NOT CHARGED'
008610     ELSE
008620         COMPUTE CSR-STM-RTE-CHARGE ROUNDED =
008630             CSR-STM-RTE-NT-MSGS
008640                 * CSR-STM-RT-MSG-RATE(CSR-STM-RT-BEST)
008650             + (CSR-STM-RTE-NT-FEEDS + CSR-STM-RTE-EX-FEEDS)
008660                 * CSR-STM-RT-FEED-RATE(CSR-STM-RT-BEST)
008670             + CSR-STM-RTE-EX-MSGS
008680                 * (CSR-STM-RT-MSG-RATE(CSR-STM-RT-BEST)
008690                 + CSR-STM-RT-EXP-SURCH(CSR-STM-RT-BEST))
008700             + CSR-STM-RTE-RS-MSGS
008710                 * CSR-STM-RT-RSND-RATE(CSR-STM-RT-BEST)
008720         MOVE CSR-STM-RT-EFF-DATE(CSR-STM-RT-BEST)
008730             TO CSR-SMR-CHG-DATE
008740         MOVE CSR-STM-RT-MSG-RATE(CSR-STM-RT-BEST)
008750             TO CSR-SMR-CHG-MSG-RATE
008760         MOVE CSR-STM-RT-FEED-RATE(CSR-STM-RT-BEST)
008770             TO CSR-SMR-CHG-FEED-RATE
008780         MOVE CSR-STM-RT-EXP-SURCH(CSR-STM-RT-BEST)
008790             TO CSR-SMR-CHG-EXP-SURCH
008800         MOVE CSR-STM-RT-RSND-RATE(CSR-STM-RT-BEST)
008810             TO CSR-SMR-CHG-RSND-RATE
008820         MOVE CSR-STM-RTE-CHARGE TO CSR-SMR-CHG-AMOUNT
008830     END-IF.
008840     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-CHARGE-LINE
008850         AFTER ADVANCING 1 LINE.
008860     ADD CSR-STM-RTE-CHARGE TO CSR-STM-PTR-CHARGE.
008870     ADD CSR-STM-RTE-CHARGE TO CSR-STM-TOTAL-CHARGE.
008880     ADD CSR-STM-RTE-NT-MSGS CSR-STM-RTE-EX-MSGS
008890         CSR-STM-RTE-RS-MSGS TO CSR-STM-BILLED-MSGS-CTR.
008900     ADD CSR-STM-RTE-NT-FEEDS CSR-STM-RTE-EX-FEEDS
008910         CSR-STM-RTE-RS-FEEDS TO CSR-STM-BILLED-FEEDS-CTR.
008920     PERFORM 3600-WRITE-BILL-DETAIL THRU 3600-EXIT.
008930 3400-EXIT.
008940     EXIT.
008950*
008960 3450-ADD-ONE-DAY.
008970     ADD CSR-STM-PD-NT-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
008980         TO CSR-STM-RTE-NT-MSGS.
008990     ADD CSR-STM-PD-NT-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
009000         TO CSR-STM-RTE-NT-FEEDS.
009010     ADD CSR-STM-PD-EX-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
009020         TO CSR-STM-RTE-EX-MSGS.
009030     ADD CSR-STM-PD-EX-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
009040         TO CSR-STM-RTE-EX-FEEDS.
009050     ADD CSR-STM-PD-RS-MSGS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
009060         TO CSR-STM-RTE-RS-MSGS.
009070     ADD CSR-STM-PD-RS-FEEDS(CSR-STM-CHK-SUB, CSR-STM-DAY-SUB)
009080         TO CSR-STM-RTE-RS-FEEDS.
009090 3450-EXIT.
009100     EXIT.
009110*
009120*****************************************************************
009130*    3500-FIND-RATE - THE RATE ENTRY IN FORCE FOR THE ROUTE ON
009140*    THE FIRST OF THE MONTH INTO CSR-STM-RT-BEST (ZERO IF NONE).
009150*****************************************************************
009160 3500-FIND-RATE.
009170     MOVE 0 TO CSR-STM-RT-BEST.
009180     PERFORM 3550-CHECK-ONE-RATE THRU 3550-EXIT
009190         VARYING CSR-STM-RT-SUB FROM 1 BY 1
009200         UNTIL CSR-STM-RT-SUB > CSR-STM-RT-USED.
009210 3500-EXIT.
009220     EXIT.
009230*
009240 3550-CHECK-ONE-RATE.
009250     IF CSR-STM-RT-ROUTE(CSR-STM-RT-SUB)
009260             NOT = CSR-STM-PR-ROUTE(CSR-STM-CHK-SUB)
009270             OR CSR-STM-RT-EFF-DATE(CSR-STM-RT-SUB)
009280             > CSR-STM-MONTH-START
009290         GO TO 3550-EXIT
009300     END-IF.
009310     IF CSR-STM-RT-BEST = 0
009320         MOVE CSR-STM-RT-SUB TO CSR-STM-RT-BEST
009330         GO TO 3550-EXIT
009340     END-IF.
009350     IF CSR-STM-RT-EFF-DATE(CSR-STM-RT-SUB)
009360             > CSR-STM-RT-EFF-DATE(CSR-STM-RT-BEST)
009370         MOVE CSR-STM-RT-SUB TO CSR-STM-RT-BEST
009380     END-IF.
009390 3550-EXIT.
009400     EXIT.
009410*
009420*****************************************************************
009430*    3600-WRITE-BILL-DETAIL - THE ROUTE'S DTL FOR THE BILLING
009440*    SYSTEM.  A ZERO RATE DATE MARKS A ROUTE WITH NO RATE.
009450*****************************************************************
009460 3600-WRITE-BILL-DETAIL.
009470     MOVE SPACES TO CSR-BILLING-RECORD.
009480     MOVE 'DTL' TO CSR-BIL-RECORD-TYPE.
009490     MOVE CSR-STM-MONTH TO CSR-BIL-MONTH.
009500     MOVE CSR-STM-CURR-PARTNER TO CSR-BIL-PARTNER-NAME.
009510     MOVE CSR-STM-PR-ROUTE(CSR-STM-CHK-SUB) TO CSR-BIL-ROUTE-CODE.
009520     MOVE CSR-STM-RTE-NT-MSGS TO CSR-BIL-NIGHTLY-MSGS.
009530     MOVE CSR-STM-RTE-NT-FEEDS TO CSR-BIL-NIGHTLY-FEEDS.
009540     MOVE CSR-STM-RTE-EX-MSGS TO CSR-BIL-EXP-MSGS.
009550     MOVE CSR-STM-RTE-EX-FEEDS TO CSR-BIL-EXP-FEEDS.
009560     MOVE CSR-STM-RTE-RS-MSGS TO CSR-BIL-RESENT-MSGS.
009570     MOVE CSR-STM-RTE-RS-FEEDS TO CSR-BIL-RESEND-FEEDS.
009580     IF CSR-STM-RT-BEST = 0
009590         MOVE 0 TO CSR-BIL-RATE-DATE
009600     ELSE
009610         MOVE CSR-STM-RT-EFF-DATE(CSR-STM-RT-BEST)
009620             TO CSR-BIL-RATE-DATE
009630     END-IF.
009640     MOVE CSR-STM-RTE-CHARGE TO CSR-BIL-CHARGE.
009650     WRITE CSR-BILLING-RECORD.
009660     IF NOT CSR-STM-BILL-OK
009670         DISPLAY 'CIPHSTMT: BILLSUM WRITE FAILED, STATUS = '
009680             CSR-STM-BILL-STATUS
009690         MOVE 12 TO CSR-STM-RETURN-CODE
009700         GO TO 3600-EXIT
009710     END-IF.
009720     ADD 1 TO CSR-STM-DETAIL-CTR.
009730 3600-EXIT.
009740     EXIT.
009750*
009760*****************************************************************
009770*    3800-PAGE-HEADING - A NEW PAGE AND ITS TITLE LINE.
009780*****************************************************************
009790 3800-PAGE-HEADING.
009800     ADD 1 TO CSR-STM-PAGE-CTR.
009810     MOVE CSR-STM-PAGE-CTR TO CSR-SMR-HDG-PAGE.
009820     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-HEADING-1
009830         AFTER ADVANCING PAGE.
009840 3800-EXIT.
009850     EXIT.
009860*
009870*****************************************************************
009880*    4000-FINALIZE - THE BILLING SUMMARY TRAILER, THE CONTROL
009890*    TOTALS PAGE AND THE VERDICT.  CONTROL TOTALS THAT DO NOT
009900*    AGREE MEAN THE STATEMENTS MUST NOT GO TO FINANCE.
009910*****************************************************************
009920 4000-FINALIZE.
009930     MOVE SPACES TO CSR-BIL-TRAILER-RECORD.
009940     MOVE 'TRL' TO CSR-BLT-RECORD-TYPE.
009950     MOVE CSR-STM-DETAIL-CTR TO CSR-BLT-RECORD-COUNT.
009960     MOVE CSR-STM-BILLED-MSGS-CTR TO CSR-BLT-BILLED-MSGS.
009970     MOVE CSR-STM-BILLED-FEEDS-CTR TO CSR-BLT-BILLED-FEEDS.
009980     MOVE CSR-STM-TOTAL-CHARGE TO CSR-BLT-TOTAL-CHARGE.
009990     MOVE CSR-STM-LINES-CTR TO CSR-BLT-AUDIT-LINES.
010000     MOVE CSR-STM-LINE-MSGS-CTR TO CSR-BLT-AUDIT-MSGS.
010010     MOVE CSR-STM-SUPER-LINES-CTR TO CSR-BLT-SUPERSEDED-LINES.
010020     MOVE CSR-STM-SUPER-MSGS-CTR TO CSR-BLT-SUPERSEDED-MSGS.
010030     WRITE CSR-BIL-TRAILER-RECORD.
010040     CLOSE CSR-STM-BILL-FILE.
010050     PERFORM 3800-PAGE-HEADING THRU 3800-EXIT.
010060     MOVE 'CONTROL TOTALS' TO CSR-SMR-TXT-BODY.
010070     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TEXT-LINE
010080         AFTER ADVANCING 1 LINE.
010090     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
010100         AFTER ADVANCING 1 LINE.
010110     MOVE 'AUDIT RECORDS READ' TO CSR-SMR-TOT-LABEL.
010120     MOVE CSR-STM-AUD-READ-CTR TO CSR-SMR-TOT-COUNT.
010130     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010140         AFTER ADVANCING 1 LINE.
010150     MOVE 'FEED AUDIT LINES FOR THE MONTH' TO CSR-SMR-TOT-LABEL.
010160     MOVE CSR-STM-LINES-CTR TO CSR-SMR-TOT-COUNT.
010170     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010180         AFTER ADVANCING 1 LINE.
010190     MOVE 'MESSAGES ON THOSE LINES' TO CSR-SMR-TOT-LABEL.
010200     MOVE CSR-STM-LINE-MSGS-CTR TO CSR-SMR-TOT-COUNT.
010210     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010220         AFTER ADVANCING 1 LINE.
010230     MOVE 'NIGHTLY LINES SUPERSEDED BY A RERUN'
010240         TO CSR-SMR-TOT-LABEL.
010250     MOVE CSR-STM-SUPER-LINES-CTR TO CSR-SMR-TOT-COUNT.
010260     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010270         AFTER ADVANCING 1 LINE.
010280     MOVE 'MESSAGES ON SUPERSEDED LINES' TO CSR-SMR-TOT-LABEL.
010290     MOVE CSR-STM-SUPER-MSGS-CTR TO CSR-SMR-TOT-COUNT.
010300     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010310         AFTER ADVANCING 1 LINE.
010320     MOVE 'MESSAGES BILLED' TO CSR-SMR-TOT-LABEL.
010330     MOVE CSR-STM-BILLED-MSGS-CTR TO CSR-SMR-TOT-COUNT.
010340     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010350         AFTER ADVANCING 1 LINE.
010360     MOVE 'FEEDS BILLED' TO CSR-SMR-TOT-LABEL.
010370     MOVE CSR-STM-BILLED-FEEDS-CTR TO CSR-SMR-TOT-COUNT.
010380     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010390         AFTER ADVANCING 1 LINE.
010400     MOVE 'PARTNER STATEMENTS' TO CSR-SMR-TOT-LABEL.
010410     MOVE CSR-STM-PARTNERS-CTR TO CSR-SMR-TOT-COUNT.
010420     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010430         AFTER ADVANCING 1 LINE.
010440     MOVE 'BILLING SUMMARY DETAIL RECORDS' TO CSR-SMR-TOT-LABEL.
010450     MOVE CSR-STM-DETAIL-CTR TO CSR-SMR-TOT-COUNT.
010460     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010470         AFTER ADVANCING 1 LINE.
010480     MOVE 'ROUTES WITH NO RATE (NOT CHARGED)'
010490         TO CSR-SMR-TOT-LABEL.
010500     MOVE CSR-STM-NO-RATE-CTR TO CSR-SMR-TOT-COUNT.
010510     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TOTAL-LINE
010520         AFTER ADVANCING 1 LINE.
010530     MOVE 'TOTAL CHARGE FOR THE MONTH' TO CSR-SMR-AMT-LABEL.
010540     MOVE CSR-STM-TOTAL-CHARGE TO CSR-SMR-AMT-AMOUNT.
010550     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-AMOUNT-LINE
010560         AFTER ADVANCING 1 LINE.
010570     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-BLANK-LINE
010580         AFTER ADVANCING 1 LINE.
010590     COMPUTE CSR-STM-CHECK-MSGS =
010600         CSR-STM-BILLED-MSGS-CTR + CSR-STM-SUPER-MSGS-CTR.
010610     IF CSR-STM-CHECK-MSGS = CSR-STM-LINE-MSGS-CTR
010620         MOVE 'LINE MESSAGES = BILLED + SUPERSEDED - TOTALS AGREE'
010630             TO CSR-SMR-TXT-BODY
010640     ELSE
010650         MOVE '*** TOTALS DO NOT AGREE - DO NOT RELEASE ***'
010660             TO CSR-SMR-TXT-BODY
010670         DISPLAY 'CIPHSTMT: CONTROL TOTALS DO NOT AGREE'
010680         MOVE 12 TO CSR-STM-RETURN-CODE
010690     END-IF.
010700     WRITE CSR-STM-RPT-RECORD FROM CSR-SMR-TEXT-LINE
010710         AFTER ADVANCING 1 LINE.
010720     CLOSE CSR-STM-RPT-FILE.
010730     DISPLAY 'CIPHSTMT: ' CSR-STM-MONTH ' - '
010740         CSR-STM-PARTNERS-CTR ' PARTNERS, '
010750         CSR-STM-BILLED-MSGS-CTR ' MESSAGES BILLED, '
010760         CSR-STM-NO-RATE-CTR ' ROUTES WITH NO RATE'.
010770     IF CSR-STM-RETURN-CODE = 0
010780             AND CSR-STM-NO-RATE-CTR > 0
010790         MOVE 4 TO CSR-STM-RETURN-CODE
010800     END-IF.
010810 4000-EXIT.
010820     EXIT.
010830*
010840 END PROGRAM CIPHSTMT.
