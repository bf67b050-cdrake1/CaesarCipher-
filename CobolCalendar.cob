000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - BUSINESS-DAY CALENDAR
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAMS.  THE SUITE HAD NO IDEA
000180*                    OF WEEKENDS OR HOLIDAYS: FRIDAY'S REJECTS
000190*                    ESCALATED EVERY MONDAY, KEYMAINT GENERATED
000200*                    KEYS FOR DAYS WE NEVER RUN, A CYCLE COULD BE
000210*                    OPENED ON A BANK HOLIDAY, AND AUDTREND
000220*                    AVERAGED DEAD HOLIDAYS INTO ITS BASELINE.
000230*                    THE CIPHCAL CALENDAR, THE CALDAY LOOKUP AND
000240*                    THE CALMAINT MAINTENANCE RUN FIX ALL FOUR.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CALDAY.
000280 AUTHOR. COLLIN DRAKE.
000290 INSTALLATION. TOPL PROGRAMMING.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320*************************************************************
000330*    DESCRIPTION
000340*    THE ONE PLACE THE BUSINESS-DAY CALENDAR (CIPHCAL) IS READ
000350*    BY THE REST OF THE SUITE.  THE CALLER PASSES A CSRCLK
000360*    PARAMETER BLOCK ASKING WHETHER A DATE IS A BUSINESS DAY,
000370*    FOR THE NEXT BUSINESS DAY AFTER A DATE, OR FOR AN AGE IN
000380*    BUSINESS DAYS BETWEEN TWO DATES, AND ASKS FOR A CLOSE AT
000390*    THE END OF ITS RUN.  THE CALENDAR IS OPENED ON THE FIRST
000400*    CALL AND STAYS OPEN UNTIL THE CLOSE.
000410*
000420*    A DATE NOT ON THE CALENDAR - A YEAR NOBODY HAS LOADED YET,
000430*    OR NO CALENDAR FILE AT ALL - IS JUDGED BY THE WEEKDAY
000440*    RULE (SATURDAY AND SUNDAY ARE NON-BUSINESS), SO THE SUITE
000450*    NEVER STOPS FOR WANT OF A CALENDAR BUT A HOLIDAY IS ONLY
000460*    KNOWN ONCE CALMAINT HAS MARKED IT.
000470*
000480*    AN AGE SPANNING MORE THAN 400 DAYS COUNTS THE DAYS BEYOND
000490*    THE LAST 400 AS CALENDAR DAYS - AN ITEM THAT OLD IS PAST
000500*    EVERY LIMIT IN THE SUITE EITHER WAY.
000510*
000520*    RETURN CODE (CSR-CLK-RETURN-CODE):
000530*        0 - ANSWERED
000540*        8 - A DATE PASSED IS NOT A REAL DATE, OR THE REQUEST
000550*            CODE IS NOT T, N, A OR C
000560*
000570*    MODIFICATION HISTORY
000580*    DATE       INIT DESCRIPTION
000590*    10/15/26   CJD  ORIGINAL PROGRAM
000600*************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. TOPL-BATCH.
000640 OBJECT-COMPUTER. TOPL-BATCH.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CSR-CDY-FILE ASSIGN TO "CIPHCAL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CSR-CAL-DATE
000710         FILE STATUS IS CSR-CDYFILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CSR-CDY-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CSRCAL.
000780*
000790 WORKING-STORAGE SECTION.
000800 01  CSR-CDYFILE-STATUS      PIC X(02).
000810     88  CSR-CDYFILE-OK           VALUE '00'.
000820 01  CSR-CDY-OPEN-SW         PIC X(01) VALUE 'N'.
000830     88  CSR-CDY-OPEN-TRIED       VALUE 'Y'.
000840 01  CSR-CDY-ON-FILE-SW      PIC X(01) VALUE 'N'.
000850     88  CSR-CDY-CALENDAR-ON-FILE VALUE 'Y'.
000860 01  CSR-CDY-WORK-DATE       PIC 9(08).
000870 01  CSR-CDY-WORK-DATE-X REDEFINES CSR-CDY-WORK-DATE.
000880     05  CSR-CDY-WORK-YYYY   PIC 9(04).
000890     05  CSR-CDY-WORK-MM     PIC 9(02).
000900     05  CSR-CDY-WORK-DD     PIC 9(02).
000910 01  CSR-CDY-WORK-INT        PIC 9(08) COMP.
000920 01  CSR-CDY-FROM-INT        PIC 9(08) COMP.
000930 01  CSR-CDY-TO-INT          PIC 9(08) COMP.
000940 01  CSR-CDY-STEP-INT        PIC 9(08) COMP.
000950 01  CSR-CDY-TRIES           PIC 9(03) COMP.
000960 01  CSR-CDY-DOW             PIC 9(01) COMP.
000970*
000980*    DAY OF THE WEEK FROM THE INTEGER DATE.  DAY 1 OF THE
000990*    INTEGER CALENDAR (01/01/1601) WAS A MONDAY.
001000 01  CSR-CDY-WEEKDAY-VALUES.
001010     05  FILLER              PIC X(21)
001020             VALUE 'MONTUEWEDTHUFRISATSUN'.
001030 01  CSR-CDY-WEEKDAY-TABLE REDEFINES CSR-CDY-WEEKDAY-VALUES.
001040     05  CSR-CDY-WEEKDAY-NAME PIC X(03) OCCURS 7 TIMES.
001050*
001060 LINKAGE SECTION.
001070     COPY CSRCLK.
001080*
001090 PROCEDURE DIVISION USING CSR-CALENDAR-REQUEST.
001100*
001110*****************************************************************
001120*    0000-MAINLINE
001130*****************************************************************
001140 0000-MAINLINE.
001150     MOVE 0 TO CSR-CLK-RETURN-CODE.
001160     IF CSR-CLK-REQ-CLOSE
001170         IF CSR-CDY-CALENDAR-ON-FILE
001180             CLOSE CSR-CDY-FILE
001190         END-IF
001200         MOVE 'N' TO CSR-CDY-OPEN-SW
001210         MOVE 'N' TO CSR-CDY-ON-FILE-SW
001220         EXIT PROGRAM
001230     END-IF.
001240     IF NOT CSR-CDY-OPEN-TRIED
001250         PERFORM 1000-OPEN-CALENDAR THRU 1000-EXIT
001260     END-IF.
001270     IF CSR-CLK-REQ-TEST
001280         MOVE CSR-CLK-DATE-1 TO CSR-CDY-WORK-DATE
001290         PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT
001300         EXIT PROGRAM
001310     END-IF.
001320     IF CSR-CLK-REQ-NEXT
001330         PERFORM 3000-NEXT-BUSINESS-DAY THRU 3000-EXIT
001340         EXIT PROGRAM
001350     END-IF.
001360     IF CSR-CLK-REQ-AGE
001370         PERFORM 4000-BUSINESS-DAY-AGE THRU 4000-EXIT
001380         EXIT PROGRAM
001390     END-IF.
001400     SET CSR-CLK-BAD-DATE TO TRUE.
001410     EXIT PROGRAM.
001420 0000-EXIT.
001430     EXIT.
001440*
001450*****************************************************************
001460*    1000-OPEN-CALENDAR - ONCE PER RUN.  NO CALENDAR FILE IS
001470*    NOT AN ERROR - EVERY DAY FALLS BACK TO THE WEEKDAY RULE.
001480*****************************************************************
001490 1000-OPEN-CALENDAR.
001500     SET CSR-CDY-OPEN-TRIED TO TRUE.
001510     OPEN INPUT CSR-CDY-FILE.
001520     IF CSR-CDYFILE-OK
001530         SET CSR-CDY-CALENDAR-ON-FILE TO TRUE
001540     ELSE
001550         DISPLAY 'CALDAY: NO CIPHCAL CALENDAR, STATUS = '
001560             CSR-CDYFILE-STATUS ' - WEEKENDS ONLY ARE '
001570             'NON-BUSINESS'
001580     END-IF.
001590 1000-EXIT.
001600     EXIT.
001610*
001620*****************************************************************
001630*    2000-CLASSIFY-DAY - BUSINESS OR NON-BUSINESS FOR THE DATE
001640*    IN CSR-CDY-WORK-DATE, FROM THE CALENDAR WHEN THE DAY IS ON
001650*    IT, OTHERWISE FROM THE WEEKDAY RULE.
001660*****************************************************************
001670 2000-CLASSIFY-DAY.
001680     MOVE SPACES TO CSR-CLK-DAY-TYPE.
001690     MOVE SPACES TO CSR-CLK-SOURCE.
001700     MOVE SPACES TO CSR-CLK-WEEKDAY.
001710     MOVE SPACES TO CSR-CLK-DESCRIPTION.
001720     IF CSR-CDY-WORK-DATE NOT NUMERIC
001730         SET CSR-CLK-BAD-DATE TO TRUE
001740         GO TO 2000-EXIT
001750     END-IF.
001760     IF CSR-CDY-WORK-YYYY < 1601 OR CSR-CDY-WORK-MM < 1
001770             OR CSR-CDY-WORK-MM > 12 OR CSR-CDY-WORK-DD < 1
001780             OR CSR-CDY-WORK-DD > 31
001790         SET CSR-CLK-BAD-DATE TO TRUE
001800         GO TO 2000-EXIT
001810     END-IF.
001820     COMPUTE CSR-CDY-WORK-INT =
001830         FUNCTION INTEGER-OF-DATE(CSR-CDY-WORK-DATE).
001840     IF CSR-CDY-WORK-INT = 0
001850         SET CSR-CLK-BAD-DATE TO TRUE
001860         GO TO 2000-EXIT
001870     END-IF.
001880     COMPUTE CSR-CDY-DOW =
001890         FUNCTION MOD(CSR-CDY-WORK-INT - 1, 7) + 1.
001900     MOVE CSR-CDY-WEEKDAY-NAME(CSR-CDY-DOW) TO CSR-CLK-WEEKDAY.
001910     IF CSR-CDY-CALENDAR-ON-FILE
001920         MOVE CSR-CDY-WORK-DATE TO CSR-CAL-DATE
001930         READ CSR-CDY-FILE
001940             KEY IS CSR-CAL-DATE
001950             INVALID KEY
001960                 CONTINUE
001970             NOT INVALID KEY
001980                 MOVE CSR-CAL-DAY-TYPE TO CSR-CLK-DAY-TYPE
001990                 MOVE CSR-CAL-DESCRIPTION TO CSR-CLK-DESCRIPTION
002000                 SET CSR-CLK-FROM-CALENDAR TO TRUE
002010                 GO TO 2000-EXIT
002020         END-READ
002030     END-IF.
002040     SET CSR-CLK-FROM-WEEKDAY TO TRUE.
002050     IF CSR-CDY-DOW > 5
002060         SET CSR-CLK-NON-BUSINESS TO TRUE
002070         MOVE 'WEEKEND' TO CSR-CLK-DESCRIPTION
002080     ELSE
002090         SET CSR-CLK-BUSINESS-DAY TO TRUE
002100     END-IF.
002110 2000-EXIT.
002120     EXIT.
002130*
002140*****************************************************************
002150*    3000-NEXT-BUSINESS-DAY - THE FIRST BUSINESS DAY AFTER
002160*    CSR-CLK-DATE-1.  A CALENDAR WITH NO BUSINESS DAY IN THE
002170*    FOLLOWING YEAR IS SOMEBODY'S MISTAKE AND IS REPORTED AS A
002180*    BAD DATE RATHER THAN SEARCHED FOREVER.
002190*****************************************************************
002200 3000-NEXT-BUSINESS-DAY.
002210     MOVE 0 TO CSR-CLK-DATE-2.
002220     MOVE CSR-CLK-DATE-1 TO CSR-CDY-WORK-DATE.
002230     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.
002240     IF NOT CSR-CLK-OK
002250         GO TO 3000-EXIT
002260     END-IF.
002270     MOVE CSR-CDY-WORK-INT TO CSR-CDY-STEP-INT.
002280     MOVE SPACES TO CSR-CLK-DAY-TYPE.
002290     PERFORM 3100-TRY-NEXT-DAY THRU 3100-EXIT
002300         VARYING CSR-CDY-TRIES FROM 1 BY 1
002310         UNTIL CSR-CDY-TRIES > 366
002320             OR CSR-CLK-BUSINESS-DAY
002330             OR NOT CSR-CLK-OK.
002340     IF CSR-CLK-BUSINESS-DAY
002350         MOVE CSR-CDY-WORK-DATE TO CSR-CLK-DATE-2
002360     ELSE
002370         SET CSR-CLK-BAD-DATE TO TRUE
002380     END-IF.
002390 3000-EXIT.
002400     EXIT.
002410*
002420 3100-TRY-NEXT-DAY.
002430     ADD 1 TO CSR-CDY-STEP-INT.
002440     MOVE FUNCTION DATE-OF-INTEGER(CSR-CDY-STEP-INT)
002450         TO CSR-CDY-WORK-DATE.
002460     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.
002470 3100-EXIT.
002480     EXIT.
002490*
002500*****************************************************************
002510*    4000-BUSINESS-DAY-AGE - BUSINESS DAYS AFTER CSR-CLK-DATE-1
002520*    UP TO AND INCLUDING CSR-CLK-DATE-2.  A FRIDAY ITEM SEEN ON
002530*    MONDAY IS ONE BUSINESS DAY OLD, NOT THREE.
002540*****************************************************************
002550 4000-BUSINESS-DAY-AGE.
002560     MOVE 0 TO CSR-CLK-DAYS.
002570     MOVE CSR-CLK-DATE-2 TO CSR-CDY-WORK-DATE.
002580     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.
002590     IF NOT CSR-CLK-OK
002600         GO TO 4000-EXIT
002610     END-IF.
002620     MOVE CSR-CDY-WORK-INT TO CSR-CDY-TO-INT.
002630     MOVE CSR-CLK-DATE-1 TO CSR-CDY-WORK-DATE.
002640     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.
002650     IF NOT CSR-CLK-OK
002660         GO TO 4000-EXIT
002670     END-IF.
002680     MOVE CSR-CDY-WORK-INT TO CSR-CDY-FROM-INT.
002690     IF CSR-CDY-TO-INT NOT > CSR-CDY-FROM-INT
002700         GO TO 4000-EXIT
002710     END-IF.
002720     IF CSR-CDY-TO-INT - CSR-CDY-FROM-INT > 400
002730         COMPUTE CSR-CLK-DAYS =
002740             CSR-CDY-TO-INT - CSR-CDY-FROM-INT - 400
002750         COMPUTE CSR-CDY-FROM-INT = CSR-CDY-TO-INT - 400
002760     END-IF.
002770     PERFORM 4100-AGE-ONE-DAY THRU 4100-EXIT
002780         VARYING CSR-CDY-STEP-INT FROM CSR-CDY-FROM-INT BY 1
002790         UNTIL CSR-CDY-STEP-INT NOT < CSR-CDY-TO-INT
002800             OR NOT CSR-CLK-OK.
002810 4000-EXIT.
002820     EXIT.
002830*
002840 4100-AGE-ONE-DAY.
002850     MOVE FUNCTION DATE-OF-INTEGER(CSR-CDY-STEP-INT + 1)
002860         TO CSR-CDY-WORK-DATE.
002870     PERFORM 2000-CLASSIFY-DAY THRU 2000-EXIT.
002880     IF CSR-CLK-BUSINESS-DAY
002890         ADD 1 TO CSR-CLK-DAYS
002900     END-IF.
002910 4100-EXIT.
002920     EXIT.
002930*
002940 END PROGRAM CALDAY.
002950
002960*****************************************************************
002970*    IDENTIFICATION DIVISION.
002980*****************************************************************
002990 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CALMAINT.
003010 AUTHOR. COLLIN DRAKE.
003020 INSTALLATION. TOPL PROGRAMMING.
003030 DATE-WRITTEN. 10/15/26.
003040 DATE-COMPILED.
003050*************************************************************
003060*    DESCRIPTION
003070*    MAINTAINS THE INDEXED BUSINESS-DAY CALENDAR (CSRCAL
003080*    LAYOUT, KEYED BY CSR-CAL-DATE) FROM A TRANSACTION FILE
003090*    (CALTXN).  TRANSACTION ACTIONS:
003100*        Y - LOAD A YEAR: EVERY DAY OF THE YEAR NOT ALREADY ON
003110*            FILE IS ADDED, MONDAY-FRIDAY AS BUSINESS DAYS AND
003120*            SATURDAY/SUNDAY AS NON-BUSINESS.  DAYS ALREADY ON
003130*            FILE ARE LEFT ALONE, SO A RELOAD NEVER UNDOES A
003140*            HOLIDAY.
003150*        H - MARK ONE DATE NON-BUSINESS (A HOLIDAY), WITH ITS
003160*            DESCRIPTION
003170*        B - MARK ONE DATE BUSINESS (A WEEKEND WE DO RUN, OR A
003180*            HOLIDAY MARKED IN ERROR)
003190*        L - LIST A YEAR, DAY BY DAY, WITH ITS BUSINESS AND
003200*            NON-BUSINESS DAY COUNTS
003210*    EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE FILE
003220*    AND EVERY DISPOSITION IS PRINTED ON THE CALRPT REPORT,
003230*    THE SAME WAY RTEMAINT AND KEYMAINT REPORT THEIRS.  LOAD
003240*    THE COMING YEAR AND MARK ITS HOLIDAYS BEFORE KEYMAINT
003250*    GENERATES THAT YEAR'S KEYS.
003260*
003270*    RETURN CODES:
003280*        0 - ALL TRANSACTIONS APPLIED
003290*        4 - ONE OR MORE TRANSACTIONS IN ERROR
003300*       12 - A REQUIRED FILE WOULD NOT OPEN
003310*
003320*    MODIFICATION HISTORY
003330*    DATE       INIT DESCRIPTION
003340*    10/15/26   CJD  ORIGINAL PROGRAM
003350*************************************************************
003360 ENVIRONMENT DIVISION.
003370 CONFIGURATION SECTION.
003380 SOURCE-COMPUTER. TOPL-BATCH.
003390 OBJECT-COMPUTER. TOPL-BATCH.
003400 INPUT-OUTPUT SECTION.
003410 FILE-CONTROL.
003420     SELECT CSR-CALTXN-FILE ASSIGN TO "CALTXN"
003430         ORGANIZATION IS LINE SEQUENTIAL
003440         FILE STATUS IS CSR-CALTXN-STATUS.
003450     SELECT CSR-CAL-FILE ASSIGN TO "CIPHCAL"
003460         ORGANIZATION IS INDEXED
003470         ACCESS MODE IS DYNAMIC
003480         RECORD KEY IS CSR-CAL-DATE
003490         FILE STATUS IS CSR-CALFILE-STATUS.
003500     SELECT CSR-CALRPT-FILE ASSIGN TO "CALRPT"
003510         ORGANIZATION IS LINE SEQUENTIAL
003520         FILE STATUS IS CSR-CALRPT-STATUS.
003530*
003540 DATA DIVISION.
003550 FILE SECTION.
003560 FD  CSR-CALTXN-FILE
003570     LABEL RECORDS ARE STANDARD.
003580 01  CSR-CALTXN-RECORD.
003590     05  CSR-CTX-ACTION          PIC X(01).
003600         88  CSR-CTX-LOAD-YEAR       VALUE 'Y'.
003610         88  CSR-CTX-HOLIDAY         VALUE 'H'.
003620         88  CSR-CTX-BUSINESS        VALUE 'B'.
003630         88  CSR-CTX-LIST            VALUE 'L'.
003640     05  CSR-CTX-YEAR            PIC 9(04).
003650     05  CSR-CTX-DATE            PIC 9(08).
003660     05  CSR-CTX-DESCRIPTION     PIC X(30).
003670     05  FILLER                  PIC X(37).
003680 FD  CSR-CAL-FILE
003690     LABEL RECORDS ARE STANDARD.
003700     COPY CSRCAL.
003710 FD  CSR-CALRPT-FILE
003720     LABEL RECORDS ARE STANDARD.
003730 01  CSR-CALRPT-RECORD           PIC X(80).
003740*
003750 WORKING-STORAGE SECTION.
003760 01  CSR-CALTXN-STATUS       PIC X(02).
003770     88  CSR-CALTXN-OK            VALUE '00'.
003780     88  CSR-CALTXN-EOF           VALUE '10'.
003790 01  CSR-CALFILE-STATUS      PIC X(02).
003800     88  CSR-CALFILE-OK           VALUE '00'.
003810     88  CSR-CALFILE-NOTFOUND     VALUE '23' '35'.
003820 01  CSR-CALRPT-STATUS       PIC X(02).
003830     88  CSR-CALRPT-OK            VALUE '00'.
003840 01  CSR-TXN-VALID-SW        PIC X(01).
003850     88  CSR-TXN-IS-VALID         VALUE 'Y'.
003860 01  CSR-TXNS-READ-CTR       PIC 9(05) VALUE 0.
003870 01  CSR-TXNS-ERROR-CTR      PIC 9(05) VALUE 0.
003880 01  CSR-DAYS-LOADED-CTR     PIC 9(05) VALUE 0.
003890 01  CSR-DAYS-KEPT-CTR       PIC 9(05) VALUE 0.
003900 01  CSR-DAYS-MARKED-CTR     PIC 9(05) VALUE 0.
003910 01  CSR-CMT-YEAR-LOADED     PIC 9(05).
003920 01  CSR-CMT-YEAR-KEPT       PIC 9(05).
003930 01  CSR-CMT-LISTED-CTR      PIC 9(05).
003940 01  CSR-CMT-BUSINESS-CTR    PIC 9(05).
003950 01  CSR-CMT-NONBUS-CTR      PIC 9(05).
003960 01  CSR-TODAY-DATE          PIC 9(08).
003970 01  CSR-CMT-FIRST-DATE      PIC 9(08).
003980 01  CSR-CMT-LAST-DATE       PIC 9(08).
003990 01  CSR-CMT-DAY-INT         PIC 9(08) COMP.
004000 01  CSR-CMT-FIRST-INT       PIC 9(08) COMP.
004010 01  CSR-CMT-LAST-INT        PIC 9(08) COMP.
004020 01  CSR-CMT-DOW             PIC 9(01) COMP.
004030 01  CSR-CMT-LIST-DONE-SW    PIC X(01).
004040     88  CSR-CMT-LIST-DONE        VALUE 'Y'.
004050 01  CSR-EDIT-DATE           PIC 9(08).
004060 01  CSR-EDIT-DATE-X REDEFINES CSR-EDIT-DATE.
004070     05  CSR-EDIT-YYYY       PIC 9(04).
004080     05  CSR-EDIT-MM         PIC 9(02).
004090     05  CSR-EDIT-DD         PIC 9(02).
004100*
004110*    DAY OF THE WEEK FROM THE INTEGER DATE.  DAY 1 OF THE
004120*    INTEGER CALENDAR (01/01/1601) WAS A MONDAY.
004130 01  CSR-CMT-WEEKDAY-VALUES.
004140     05  FILLER              PIC X(21)
004150             VALUE 'MONTUEWEDTHUFRISATSUN'.
004160 01  CSR-CMT-WEEKDAY-TABLE REDEFINES CSR-CMT-WEEKDAY-VALUES.
004170     05  CSR-CMT-WEEKDAY-NAME PIC X(03) OCCURS 7 TIMES.
004180*
004190*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
004200*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
004210*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
004220 01  CSR-CMR-HEADING-1.
004230     05  FILLER              PIC X(36)
004240             VALUE 'BUSINESS-DAY CALENDAR MAINTENANCE'.
004250     05  FILLER              PIC X(05) VALUE 'RUN: '.
004260     05  CSR-CMR-HDG-DATE    PIC 9(08).
004270     05  FILLER              PIC X(31) VALUE SPACES.
004280 01  CSR-CMR-TXN-LINE.
004290     05  FILLER              PIC X(02) VALUE SPACES.
004300     05  CSR-CMR-TXN-ACTION  PIC X(01).
004310     05  FILLER              PIC X(02) VALUE SPACES.
004320     05  CSR-CMR-TXN-WHEN    PIC X(08).
004330     05  FILLER              PIC X(02) VALUE SPACES.
004340     05  CSR-CMR-TXN-RESULT  PIC X(50).
004350     05  FILLER              PIC X(15) VALUE SPACES.
004360 01  CSR-CMR-LIST-LINE.
004370     05  FILLER              PIC X(04) VALUE SPACES.
004380     05  CSR-CMR-LST-DATE    PIC 9(08).
004390     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  CSR-CMR-LST-WEEKDAY PIC X(03).
004410     05  FILLER              PIC X(02) VALUE SPACES.
004420     05  CSR-CMR-LST-TYPE    PIC X(12).
004430     05  FILLER              PIC X(02) VALUE SPACES.
004440     05  CSR-CMR-LST-DESC    PIC X(30).
004450     05  FILLER              PIC X(17) VALUE SPACES.
004460 01  CSR-CMR-TOTAL-LINE.
004470     05  FILLER              PIC X(02) VALUE SPACES.
004480     05  CSR-CMR-TOT-LABEL   PIC X(30).
004490     05  CSR-CMR-TOT-COUNT   PIC ZZZZ9.
004500     05  FILLER              PIC X(43) VALUE SPACES.
004510 01  CSR-CMR-BLANK-LINE      PIC X(80) VALUE SPACES.
004520*
004530 PROCEDURE DIVISION.
004540*
004550*****************************************************************
004560*    0000-MAINLINE
004570*****************************************************************
004580 0000-MAINLINE.
004590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004600     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT.
004610     PERFORM 4000-FINALIZE THRU 4000-EXIT.
004620     STOP RUN.
004630*
004640*****************************************************************
004650*    1000-INITIALIZE - OPEN THE FILES (CREATING THE CALENDAR
004660*    ON FIRST USE, THE SAME WAY RTEMAINT CREATES THE ROUTE
004670*    TABLE) AND WRITE THE REPORT HEADING.
004680*****************************************************************
004690 1000-INITIALIZE.
004700     ACCEPT CSR-TODAY-DATE FROM DATE YYYYMMDD.
004710     OPEN INPUT CSR-CALTXN-FILE.
004720     IF NOT CSR-CALTXN-OK
004730         DISPLAY 'CALMAINT: CALTXN OPEN FAILED, STATUS = '
004740             CSR-CALTXN-STATUS
004750         MOVE 12 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780     OPEN I-O CSR-CAL-FILE.
004790     IF CSR-CALFILE-NOTFOUND
004800         OPEN OUTPUT CSR-CAL-FILE
004810         CLOSE CSR-CAL-FILE
004820         OPEN I-O CSR-CAL-FILE
004830     END-IF.
004840     IF NOT CSR-CALFILE-OK
004850         DISPLAY 'CALMAINT: CIPHCAL OPEN FAILED, STATUS = '
004860             CSR-CALFILE-STATUS
004870         MOVE 12 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     OPEN OUTPUT CSR-CALRPT-FILE.
004910     IF NOT CSR-CALRPT-OK
004920         DISPLAY 'CALMAINT: CALRPT OPEN FAILED, STATUS = '
004930             CSR-CALRPT-STATUS
004940         MOVE 12 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     MOVE CSR-TODAY-DATE TO CSR-CMR-HDG-DATE.
004980     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-HEADING-1.
004990     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-BLANK-LINE.
005000 1000-EXIT.
005010     EXIT.
005020*
005030*****************************************************************
005040*    2000-PROCESS-TXNS - MAIN LOOP OVER THE TRANSACTION FILE.
005050*****************************************************************
005060 2000-PROCESS-TXNS.
005070     PERFORM 2100-READ-TXN THRU 2100-EXIT.
005080     PERFORM 2200-APPLY-ONE-TXN THRU 2200-EXIT
005090         UNTIL CSR-CALTXN-EOF.
005100 2000-EXIT.
005110     EXIT.
005120*
005130 2100-READ-TXN.
005140     READ CSR-CALTXN-FILE
005150         AT END
005160             SET CSR-CALTXN-EOF TO TRUE
005170     END-READ.
005180 2100-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220*    2200-APPLY-ONE-TXN - VALIDATE AND DISPATCH ONE
005230*    TRANSACTION, REPORT ITS DISPOSITION, AND MOVE ON.
005240*****************************************************************
005250 2200-APPLY-ONE-TXN.
005260     ADD 1 TO CSR-TXNS-READ-CTR.
005270     MOVE CSR-CTX-ACTION TO CSR-CMR-TXN-ACTION.
005280     MOVE SPACES TO CSR-CMR-TXN-RESULT.
005290     IF CSR-CTX-LOAD-YEAR OR CSR-CTX-LIST
005300         MOVE CSR-CALTXN-RECORD(2:4) TO CSR-CMR-TXN-WHEN
005310     ELSE
005320         MOVE CSR-CALTXN-RECORD(6:8) TO CSR-CMR-TXN-WHEN
005330     END-IF.
005340     PERFORM 2300-VALIDATE-TXN THRU 2300-EXIT.
005350     IF NOT CSR-TXN-IS-VALID
005360         ADD 1 TO CSR-TXNS-ERROR-CTR
005370         PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT
005380         GO TO 2200-NEXT
005390     END-IF.
005400     IF CSR-CTX-LOAD-YEAR
005410         PERFORM 2400-LOAD-YEAR THRU 2400-EXIT
005420     ELSE
005430         IF CSR-CTX-LIST
005440             PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT
005450             PERFORM 2800-LIST-YEAR THRU 2800-EXIT
005460             GO TO 2200-NEXT
005470         ELSE
005480             PERFORM 2500-MARK-DAY THRU 2500-EXIT
005490         END-IF
005500     END-IF.
005510     PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT.
005520 2200-NEXT.
005530     PERFORM 2100-READ-TXN THRU 2100-EXIT.
005540 2200-EXIT.
005550     EXIT.
005560*
005570*****************************************************************
005580*    2300-VALIDATE-TXN - A YEAR FOR Y AND L, A REAL DATE FOR H
005590*    AND B.  A HOLIDAY MARKED ON A DATE THAT DOES NOT EXIST
005600*    WOULD NEVER BE FOUND AGAIN.
005610*****************************************************************
005620 2300-VALIDATE-TXN.
005630     MOVE 'N' TO CSR-TXN-VALID-SW.
005640     IF NOT (CSR-CTX-LOAD-YEAR OR CSR-CTX-HOLIDAY
005650             OR CSR-CTX-BUSINESS OR CSR-CTX-LIST)
005660         MOVE 'INVALID ACTION CODE' TO CSR-CMR-TXN-RESULT
005670         GO TO 2300-EXIT
005680     END-IF.
005690     IF CSR-CTX-LOAD-YEAR OR CSR-CTX-LIST
005700         IF CSR-CTX-YEAR NOT NUMERIC
005710                 OR CSR-CTX-YEAR < 2000
005720             MOVE 'YEAR NOT NUMERIC OR BEFORE 2000'
005730                 TO CSR-CMR-TXN-RESULT
005740             GO TO 2300-EXIT
005750         END-IF
005760         SET CSR-TXN-IS-VALID TO TRUE
005770         GO TO 2300-EXIT
005780     END-IF.
005790     IF CSR-CTX-DATE NOT NUMERIC
005800         MOVE 'DATE NOT NUMERIC' TO CSR-CMR-TXN-RESULT
005810         GO TO 2300-EXIT
005820     END-IF.
005830     MOVE CSR-CTX-DATE TO CSR-EDIT-DATE.
005840     IF CSR-EDIT-YYYY < 2000 OR CSR-EDIT-MM < 1
005850             OR CSR-EDIT-MM > 12 OR CSR-EDIT-DD < 1
005860             OR CSR-EDIT-DD > 31
005870         MOVE 'DATE NOT A REAL DATE' TO CSR-CMR-TXN-RESULT
005880         GO TO 2300-EXIT
005890     END-IF.
005900     IF FUNCTION INTEGER-OF-DATE(CSR-EDIT-DATE) = 0
005910         MOVE 'DATE NOT A REAL DATE' TO CSR-CMR-TXN-RESULT
005920         GO TO 2300-EXIT
005930     END-IF.
005940     SET CSR-TXN-IS-VALID TO TRUE.
005950 2300-EXIT.
005960     EXIT.
005970*
005980*****************************************************************
005990*    2400-LOAD-YEAR - ADD EVERY DAY OF THE YEAR NOT ALREADY ON
006000*    FILE.  A DAY ALREADY ON FILE (A HOLIDAY, OR A WORKING
006010*    WEEKEND) IS KEPT AS IT IS.
006020*****************************************************************
006030 2400-LOAD-YEAR.
006040     MOVE 0 TO CSR-CMT-YEAR-LOADED.
006050     MOVE 0 TO CSR-CMT-YEAR-KEPT.
006060     COMPUTE CSR-CMT-FIRST-DATE = CSR-CTX-YEAR * 10000 + 0101.
006070     COMPUTE CSR-CMT-LAST-DATE = CSR-CTX-YEAR * 10000 + 1231.
006080     COMPUTE CSR-CMT-FIRST-INT =
006090         FUNCTION INTEGER-OF-DATE(CSR-CMT-FIRST-DATE).
006100     COMPUTE CSR-CMT-LAST-INT =
006110         FUNCTION INTEGER-OF-DATE(CSR-CMT-LAST-DATE).
006120     PERFORM 2450-LOAD-ONE-DAY THRU 2450-EXIT
006130         VARYING CSR-CMT-DAY-INT FROM CSR-CMT-FIRST-INT BY 1
006140         UNTIL CSR-CMT-DAY-INT > CSR-CMT-LAST-INT.
006150     ADD CSR-CMT-YEAR-LOADED TO CSR-DAYS-LOADED-CTR.
006160     ADD CSR-CMT-YEAR-KEPT TO CSR-DAYS-KEPT-CTR.
006170     STRING 'YEAR LOADED - ' DELIMITED BY SIZE
006180         CSR-CMT-YEAR-LOADED DELIMITED BY SIZE
006190         ' DAYS ADDED, ' DELIMITED BY SIZE
006200         CSR-CMT-YEAR-KEPT DELIMITED BY SIZE
006210         ' ALREADY ON FILE' DELIMITED BY SIZE
006220         INTO CSR-CMR-TXN-RESULT.
006230 2400-EXIT.
006240     EXIT.
006250*
006260 2450-LOAD-ONE-DAY.
006270     MOVE SPACES TO CSR-CALENDAR-RECORD.
006280     MOVE FUNCTION DATE-OF-INTEGER(CSR-CMT-DAY-INT)
006290         TO CSR-CAL-DATE.
006300     PERFORM 2550-SET-WEEKDAY THRU 2550-EXIT.
006310     IF CSR-CMT-DOW > 5
006320         SET CSR-CAL-NON-BUSINESS TO TRUE
006330         MOVE 'WEEKEND' TO CSR-CAL-DESCRIPTION
006340     ELSE
006350         SET CSR-CAL-BUSINESS-DAY TO TRUE
006360     END-IF.
006370     MOVE CSR-TODAY-DATE TO CSR-CAL-MAINT-DATE.
006380     WRITE CSR-CALENDAR-RECORD
006390         INVALID KEY
006400             ADD 1 TO CSR-CMT-YEAR-KEPT
006410         NOT INVALID KEY
006420             ADD 1 TO CSR-CMT-YEAR-LOADED
006430     END-WRITE.
006440 2450-EXIT.
006450     EXIT.
006460*
006470*****************************************************************
006480*    2500-MARK-DAY - SET ONE DATE BUSINESS (B) OR NON-BUSINESS
006490*    (H), ADDING IT WHEN ITS YEAR HAS NOT BEEN LOADED YET.
006500*****************************************************************
006510 2500-MARK-DAY.
006520     MOVE CSR-CTX-DATE TO CSR-CAL-DATE.
006530     READ CSR-CAL-FILE
006540         KEY IS CSR-CAL-DATE
006550         INVALID KEY
006560             MOVE SPACES TO CSR-CALENDAR-RECORD
006570             MOVE CSR-CTX-DATE TO CSR-CAL-DATE
006580     END-READ.
006590     COMPUTE CSR-CMT-DAY-INT =
006600         FUNCTION INTEGER-OF-DATE(CSR-CTX-DATE).
006610     PERFORM 2550-SET-WEEKDAY THRU 2550-EXIT.
006620     IF CSR-CTX-HOLIDAY
006630         SET CSR-CAL-NON-BUSINESS TO TRUE
006640         IF CSR-CTX-DESCRIPTION = SPACES
006650             MOVE 'HOLIDAY' TO CSR-CAL-DESCRIPTION
006660         ELSE
006670             MOVE CSR-CTX-DESCRIPTION TO CSR-CAL-DESCRIPTION
006680         END-IF
006690     ELSE
006700         SET CSR-CAL-BUSINESS-DAY TO TRUE
006710         MOVE CSR-CTX-DESCRIPTION TO CSR-CAL-DESCRIPTION
006720     END-IF.
006730     MOVE CSR-TODAY-DATE TO CSR-CAL-MAINT-DATE.
006740     IF CSR-CALFILE-OK
006750         REWRITE CSR-CALENDAR-RECORD
006760     ELSE
006770         WRITE CSR-CALENDAR-RECORD
006780     END-IF.
006790     IF NOT CSR-CALFILE-OK
006800         STRING 'CALENDAR NOT UPDATED, STATUS = '
006810             DELIMITED BY SIZE
006820             CSR-CALFILE-STATUS DELIMITED BY SIZE
006830             INTO CSR-CMR-TXN-RESULT
006840         ADD 1 TO CSR-TXNS-ERROR-CTR
006850         GO TO 2500-EXIT
006860     END-IF.
006870     ADD 1 TO CSR-DAYS-MARKED-CTR.
006880     IF CSR-CTX-HOLIDAY
006890         STRING 'MARKED NON-BUSINESS - ' DELIMITED BY SIZE
006900             CSR-CAL-DESCRIPTION DELIMITED BY SIZE
006910             INTO CSR-CMR-TXN-RESULT
006920     ELSE
006930         MOVE 'MARKED BUSINESS' TO CSR-CMR-TXN-RESULT
006940     END-IF.
006950 2500-EXIT.
006960     EXIT.
006970*
006980 2550-SET-WEEKDAY.
006990     COMPUTE CSR-CMT-DOW =
007000         FUNCTION MOD(CSR-CMT-DAY-INT - 1, 7) + 1.
007010     MOVE CSR-CMT-WEEKDAY-NAME(CSR-CMT-DOW) TO CSR-CAL-WEEKDAY.
007020 2550-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    2800-LIST-YEAR - WALK THE YEAR IN DATE ORDER, ONE LINE
007070*    PER DAY, THEN THE DAY COUNTS.  A YEAR SHORT OF 365 DAYS
007080*    HAS NOT BEEN LOADED IN FULL.
007090*****************************************************************
007100 2800-LIST-YEAR.
007110     MOVE 0 TO CSR-CMT-LISTED-CTR.
007120     MOVE 0 TO CSR-CMT-BUSINESS-CTR.
007130     MOVE 0 TO CSR-CMT-NONBUS-CTR.
007140     MOVE 'N' TO CSR-CMT-LIST-DONE-SW.
007150     COMPUTE CSR-CMT-FIRST-DATE = CSR-CTX-YEAR * 10000 + 0101.
007160     COMPUTE CSR-CMT-LAST-DATE = CSR-CTX-YEAR * 10000 + 1231.
007170     MOVE CSR-CMT-FIRST-DATE TO CSR-CAL-DATE.
007180     START CSR-CAL-FILE
007190         KEY IS GREATER THAN OR EQUAL TO CSR-CAL-DATE
007200         INVALID KEY
007210             SET CSR-CMT-LIST-DONE TO TRUE
007220     END-START.
007230     PERFORM 2850-LIST-ONE-DAY THRU 2850-EXIT
007240         UNTIL CSR-CMT-LIST-DONE.
007250     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-BLANK-LINE.
007260     MOVE 'DAYS ON FILE FOR THE YEAR' TO CSR-CMR-TOT-LABEL.
007270     MOVE CSR-CMT-LISTED-CTR TO CSR-CMR-TOT-COUNT.
007280     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007290     MOVE '  BUSINESS DAYS' TO CSR-CMR-TOT-LABEL.
007300     MOVE CSR-CMT-BUSINESS-CTR TO CSR-CMR-TOT-COUNT.
007310     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007320     MOVE '  NON-BUSINESS DAYS' TO CSR-CMR-TOT-LABEL.
007330     MOVE CSR-CMT-NONBUS-CTR TO CSR-CMR-TOT-COUNT.
007340     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007350     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-BLANK-LINE.
007360 2800-EXIT.
007370     EXIT.
007380*
007390 2850-LIST-ONE-DAY.
007400     READ CSR-CAL-FILE NEXT RECORD
007410         AT END
007420             SET CSR-CMT-LIST-DONE TO TRUE
007430             GO TO 2850-EXIT
007440     END-READ.
007450     IF NOT CSR-CALFILE-OK
007460             OR CSR-CAL-DATE > CSR-CMT-LAST-DATE
007470         SET CSR-CMT-LIST-DONE TO TRUE
007480         GO TO 2850-EXIT
007490     END-IF.
007500     MOVE CSR-CAL-DATE TO CSR-CMR-LST-DATE.
007510     MOVE CSR-CAL-WEEKDAY TO CSR-CMR-LST-WEEKDAY.
007520     IF CSR-CAL-BUSINESS-DAY
007530         MOVE 'BUSINESS' TO CSR-CMR-LST-TYPE
007540         ADD 1 TO CSR-CMT-BUSINESS-CTR
007550     ELSE
007560         MOVE 'NON-BUSINESS' TO CSR-CMR-LST-TYPE
007570         ADD 1 TO CSR-CMT-NONBUS-CTR
007580     END-IF.
007590     MOVE CSR-CAL-DESCRIPTION TO CSR-CMR-LST-DESC.
007600     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-LIST-LINE.
007610     ADD 1 TO CSR-CMT-LISTED-CTR.
007620 2850-EXIT.
007630     EXIT.
007640*
007650*****************************************************************
007660*    3000-WRITE-TXN-LINE - ONE DISPOSITION LINE PER
007670*    TRANSACTION SO THE OPERATOR SEES WHAT LANDED AND WHY.
007680*****************************************************************
007690 3000-WRITE-TXN-LINE.
007700     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TXN-LINE.
007710     IF NOT CSR-CALRPT-OK
007720         DISPLAY 'CALMAINT: REPORT WRITE FAILED, STATUS = '
007730             CSR-CALRPT-STATUS
007740     END-IF.
007750 3000-EXIT.
007760     EXIT.
007770*
007780*****************************************************************
007790*    4000-FINALIZE - CONTROL TOTALS, RETURN CODE AND CLOSE.
007800*****************************************************************
007810 4000-FINALIZE.
007820     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-BLANK-LINE.
007830     MOVE 'TRANSACTIONS READ' TO CSR-CMR-TOT-LABEL.
007840     MOVE CSR-TXNS-READ-CTR TO CSR-CMR-TOT-COUNT.
007850     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007860     MOVE 'DAYS LOADED' TO CSR-CMR-TOT-LABEL.
007870     MOVE CSR-DAYS-LOADED-CTR TO CSR-CMR-TOT-COUNT.
007880     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007890     MOVE 'LOAD DAYS ALREADY ON FILE' TO CSR-CMR-TOT-LABEL.
007900     MOVE CSR-DAYS-KEPT-CTR TO CSR-CMR-TOT-COUNT.
007910     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007920     MOVE 'DAYS MARKED' TO CSR-CMR-TOT-LABEL.
007930     MOVE CSR-DAYS-MARKED-CTR TO CSR-CMR-TOT-COUNT.
007940     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007950     MOVE 'TRANSACTIONS IN ERROR' TO CSR-CMR-TOT-LABEL.
007960     MOVE CSR-TXNS-ERROR-CTR TO CSR-CMR-TOT-COUNT.
007970     WRITE CSR-CALRPT-RECORD FROM CSR-CMR-TOTAL-LINE.
007980     CLOSE CSR-CALTXN-FILE.
007990     CLOSE CSR-CAL-FILE.
008000     CLOSE CSR-CALRPT-FILE.
008010     IF CSR-TXNS-ERROR-CTR > 0
008020         MOVE 4 TO RETURN-CODE
008030     END-IF.
008040 4000-EXIT.
008050     EXIT.
008060*
008070 END PROGRAM CALMAINT.
