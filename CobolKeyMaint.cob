000220*                    ADD/CHANGE/DELETE/INQUIRE, A SCHEDULE
000230*                    LISTING, A BULK FORWARD GENERATOR WITH
000240*                    VARYING SHIFTS, AND A DATE-GAP REPORT.
000242*    10/15/26   CJD  ONE KEY SCHEDULE PER PARTNER ROUTE PLUS
000244*                    THE HOUSE SCHEDULE, SO A KEY LEAKED BY
000246*                    ONE PARTNER SITE EXPOSES ONLY THAT
000248*                    PARTNER'S TRAFFIC.
000249*    10/15/26   CJD  G GENERATES KEYS FOR BUSINESS DAYS ONLY,
000250*                    AND THE GAP REPORT NO LONGER CALLS EVERY
000251*                    WEEKEND A HOLE IN THE SCHEDULE.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. KEYMAINT.
000320*************************************************************
000330*    DESCRIPTION
000340*    MAINTAINS THE INDEXED DAILY CIPHER KEY FILE (CSRKEY
000350*    LAYOUT, KEYED BY ROUTE CODE PLUS CSR-KEY-DATE) FROM A
000355*    TRANSACTION FILE.  EACH PARTNER ROUTE KEEPS ITS OWN
000356*    SCHEDULE; A BLANK ROUTE CODE IS THE HOUSE SCHEDULE, WHICH
000357*    COVERS UNROUTED TRAFFIC AND ANY ROUTE WITH NO KEY OF ITS
000358*    OWN FOR THE DAY.
000360*    TRANSACTION ACTIONS:
000370*        A - ADD A KEY RECORD FOR A DATE
000380*        C - CHANGE AN EXISTING KEY RECORD
000410*        L - LIST THE WHOLE SCHEDULE WITH A GAP REPORT AND
000412*            THE ITEMS STILL AWAITING APPROVAL
000420*        G - GENERATE THE SCHEDULE N DAYS FORWARD WITH
000430*            VARYING SHIFTS, THEN REPORT ANY DATE GAPS.  N
000431*            COUNTS BUSINESS DAYS OF THE CIPHCAL CALENDAR -
000432*            NO KEY IS GENERATED FOR A WEEKEND OR HOLIDAY, AND
000433*            A GAP IS A MISSING BUSINESS DAY.
000432*        P - APPROVE A PENDING A/C/D/G TRANSACTION, MATCHED
000434*            ON ROUTE, KEY DATE AND ACTION
000440*    EVERY TRANSACTION IS VALIDATED (SHIFT 0-25, MODE C OR V,
000450*    ALPHABETIC KEYWORD WHEN MODE IS V) BEFORE IT TOUCHES THE
000460*    FILE.  A MISSING DAY REVERTS THE BATCH RUN TO THE HOUSE
000539*                    THE ENTERING OPERATOR'S ID, AND THE L
000541*                    LISTING SHOWS PENDING ITEMS ALONGSIDE
000542*                    THE LIVE SCHEDULE.
000543*    10/15/26   CJD  KEY SCHEDULES ARE NOW KEPT PER PARTNER
000544*                    ROUTE.  EVERY TRANSACTION CARRIES A ROUTE
000545*                    CODE (BLANK = HOUSE SCHEDULE) THAT MUST
000546*                    BE ON THE CIPHRTE ROUTE TABLE; PENDING
000547*                    ITEMS, APPROVALS AND KEYHIST LINES ARE
000548*                    MATCHED AND LOGGED BY ROUTE, AND THE
000549*                    LISTING AND GAP REPORT RUN ROUTE BY ROUTE.
000550*    10/15/26   CJD  G SKIPS NON-BUSINESS DAYS OF THE CIPHCAL
000551*                    CALENDAR (N NOW COUNTS BUSINESS DAYS) AND
000552*                    THE GAP REPORT COUNTS MISSING BUSINESS
000553*                    DAYS ONLY.
000540*************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000640     SELECT CSR-KEY-FILE ASSIGN TO "CIPHKEY"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CSR-KEY-ID
000680         FILE STATUS IS CSR-KEYFILE-STATUS.
000690     SELECT CSR-KEYRPT-FILE ASSIGN TO "KEYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000717     SELECT CSR-KEYHIST-FILE ASSIGN TO "KEYHIST"
000718         ORGANIZATION IS LINE SEQUENTIAL
000719         FILE STATUS IS CSR-KEYHIST-STATUS.
000721     SELECT CSR-ROUTE-FILE ASSIGN TO "CIPHRTE"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS DYNAMIC
000724         RECORD KEY IS CSR-RTE-CODE
000725         FILE STATUS IS CSR-RTEFILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000912     05  CSR-KTX-OPERATOR-ID     PIC X(08).
000914     05  CSR-KTX-TARGET-ACT      PIC X(01).
000916         88  CSR-KTX-TARGET-VALID    VALUE 'A' 'C' 'D' 'G'.
000918     05  CSR-KTX-ROUTE-CODE      PIC X(03).
000920     05  FILLER                  PIC X(33).
000930 FD  CSR-KEY-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CSRKEY.
000988 FD  CSR-KEYHIST-FILE
000992     LABEL RECORDS ARE STANDARD.
000994     COPY CSRKHS.
000996 FD  CSR-ROUTE-FILE
000997     LABEL RECORDS ARE STANDARD.
000998     COPY CSRRTE.
000990*
001000 WORKING-STORAGE SECTION.
001010 01  CSR-KEYTXN-STATUS       PIC X(02).
001103     88  CSR-PNDFILE-NOTFOUND     VALUE '23' '35'.
001104 01  CSR-KEYHIST-STATUS      PIC X(02).
001105     88  CSR-KEYHIST-OK           VALUE '00'.
001106 01  CSR-RTEFILE-STATUS      PIC X(02).
001107     88  CSR-RTEFILE-OK           VALUE '00'.
001108 01  CSR-RTEFILE-OPEN-SW     PIC X(01) VALUE 'N'.
001109     88  CSR-RTEFILE-IS-OPEN      VALUE 'Y'.
001110 01  CSR-TXN-VALID-SW        PIC X(01).
001120     88  CSR-TXN-IS-VALID         VALUE 'Y'.
001122 01  CSR-TXN-LINE-DONE-SW    PIC X(01).
001220 01  CSR-TXNS-ERROR-CTR      PIC 9(05) VALUE 0.
001230 01  CSR-KEYS-GENNED-CTR     PIC 9(05) VALUE 0.
001240 01  CSR-KEYS-SKIPPED-CTR    PIC 9(05) VALUE 0.
001245 01  CSR-KEYS-NONBUS-CTR     PIC 9(05) VALUE 0.
001250 01  CSR-GAPS-FOUND-CTR      PIC 9(05) VALUE 0.
001260 01  CSR-KEYS-LISTED-CTR     PIC 9(05) VALUE 0.
001261 01  CSR-TXNS-HELD-CTR       PIC 9(05) VALUE 0.
001267 01  CSR-KMH-REASON          PIC X(20).
001268 01  CSR-KMH-ACTION          PIC X(01).
001269 01  CSR-KMH-KEY-DATE        PIC 9(08).
001270 01  CSR-KMH-ROUTE-CODE      PIC X(03).
001271 01  CSR-KMH-ENTERED-BY      PIC X(08).
001272 01  CSR-KMH-APPROVED-BY     PIC X(08).
001273 01  CSR-KMH-BEFORE-SHIFT    PIC 9(02).
001284*    DISPATCH MAY TRUST IT.
001285 01  CSR-KMP-ACTION          PIC X(01).
001286 01  CSR-KMP-KEY-DATE        PIC 9(08).
001286 01  CSR-KMP-ROUTE-CODE      PIC X(03).
001287 01  CSR-KMP-SHIFT           PIC 9(02).
001288 01  CSR-KMP-MODE            PIC X(01).
001289 01  CSR-KMP-KEYWORD         PIC X(20).
001300 01  CSR-GEN-SHIFT           PIC 9(02).
001310 01  CSR-GEN-DAY-NO          PIC 9(03) COMP.
001320 01  CSR-PREV-KEY-DATE       PIC 9(08).
001325 01  CSR-PREV-KEY-ROUTE      PIC X(03).
001330 01  CSR-PREV-DATE-INT       PIC 9(08) COMP.
001340 01  CSR-CURR-DATE-INT       PIC 9(08) COMP.
001350 01  CSR-GAP-DAY-COUNT       PIC 9(05) COMP.
001380     05  CSR-EDIT-YYYY       PIC 9(04).
001390     05  CSR-EDIT-MM         PIC 9(02).
001400     05  CSR-EDIT-DD         PIC 9(02).
001402*
001404*    BUSINESS-DAY LOOKUP.
001406     COPY CSRCLK.
001410*
001420*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
001430*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
001540     05  FILLER              PIC X(02) VALUE SPACES.
001550     05  CSR-KMR-TXN-DATE    PIC 9(08).
001560     05  FILLER              PIC X(02) VALUE SPACES.
001565     05  CSR-KMR-TXN-ROUTE   PIC X(07).
001566     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  CSR-KMR-TXN-RESULT  PIC X(40).
001580     05  FILLER              PIC X(16) VALUE SPACES.
001590 01  CSR-KMR-LIST-LINE.
001600     05  FILLER              PIC X(04) VALUE SPACES.
001605     05  CSR-KMR-LST-ROUTE   PIC X(07).
001606     05  FILLER              PIC X(03) VALUE SPACES.
001610     05  CSR-KMR-LST-DATE    PIC 9(08).
001620     05  FILLER              PIC X(03) VALUE SPACES.
001630     05  CSR-KMR-LST-SHIFT   PIC Z9.
001650     05  CSR-KMR-LST-MODE    PIC X(01).
001660     05  FILLER              PIC X(03) VALUE SPACES.
001670     05  CSR-KMR-LST-KEYWORD PIC X(20).
001680     05  FILLER              PIC X(26) VALUE SPACES.
001690 01  CSR-KMR-GAP-LINE.
001700     05  FILLER              PIC X(04) VALUE SPACES.
001710     05  FILLER              PIC X(09) VALUE '*** GAP: '.
001720     05  CSR-KMR-GAP-DAYS    PIC ZZZZ9.
001730     05  FILLER              PIC X(25)
001740             VALUE ' BUSINESS DAY(S) MISSING '.
001750     05  FILLER              PIC X(06) VALUE 'AFTER '.
001760     05  CSR-KMR-GAP-DATE    PIC 9(08).
001770     05  FILLER              PIC X(04) VALUE ' ***'.
001780     05  FILLER              PIC X(19) VALUE SPACES.
001781 01  CSR-KMR-PND-LINE.
001782     05  FILLER              PIC X(04) VALUE SPACES.
001783     05  FILLER              PIC X(08) VALUE 'PENDING '.
001784     05  CSR-KMR-PND-ACTION  PIC X(01).
001785     05  FILLER              PIC X(02) VALUE SPACES.
001785     05  CSR-KMR-PND-ROUTE   PIC X(07).
001785     05  FILLER              PIC X(02) VALUE SPACES.
001786     05  CSR-KMR-PND-DATE    PIC 9(08).
001787     05  FILLER              PIC X(02) VALUE SPACES.
001788     05  CSR-KMR-PND-SHIFT   PIC Z9.
001793     05  CSR-KMR-PND-KEYWORD PIC X(20).
001794     05  FILLER              PIC X(04) VALUE ' BY '.
001795     05  CSR-KMR-PND-BY      PIC X(08).
001796     05  FILLER              PIC X(07) VALUE SPACES.
001780 01  CSR-KMR-TOTAL-LINE.
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  CSR-KMR-TOT-LABEL   PIC X(30).
002269             CSR-KEYHIST-STATUS
002271         STOP RUN
002272     END-IF.
002273*    THE ROUTE TABLE IS READ ONLY TO PROVE A TRANSACTION'S
002274*    ROUTE CODE EXISTS.  WITHOUT IT ONLY HOUSE-SCHEDULE
002275*    TRANSACTIONS CAN BE ACCEPTED.
002276     OPEN INPUT CSR-ROUTE-FILE.
002277     IF CSR-RTEFILE-OK
002278         SET CSR-RTEFILE-IS-OPEN TO TRUE
002279     ELSE
002281         DISPLAY 'KEYMAINT: CIPHRTE NOT AVAILABLE, STATUS = '
002282             CSR-RTEFILE-STATUS ' - ROUTED KEYS REFUSED'
002283     END-IF.
002260     MOVE CSR-TODAY-DATE TO CSR-KMR-HDG-DATE.
002270     WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-HEADING-1.
002280     WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-BLANK-LINE.
002555     MOVE 'N' TO CSR-TXN-LINE-DONE-SW.
002560     MOVE CSR-KTX-ACTION TO CSR-KMR-TXN-ACTION.
002570     MOVE CSR-KTX-KEY-DATE TO CSR-KMR-TXN-DATE.
002575     MOVE CSR-KTX-ROUTE-CODE TO CSR-KMH-ROUTE-CODE.
002576     PERFORM 3150-FORMAT-ROUTE THRU 3150-EXIT.
002577     MOVE CSR-KMR-LST-ROUTE TO CSR-KMR-TXN-ROUTE.
002580     PERFORM 2300-VALIDATE-TXN THRU 2300-EXIT.
002590     IF NOT CSR-TXN-IS-VALID
002600         ADD 1 TO CSR-TXNS-ERROR-CTR
003230             GO TO 2300-EXIT
003240         END-IF
003250     END-IF.
003252     IF CSR-KTX-ROUTE-CODE NOT = SPACES
003253         PERFORM 2305-VALIDATE-ROUTE THRU 2305-EXIT
003254         IF NOT CSR-TXN-IS-VALID
003255             GO TO 2300-EXIT
003256         END-IF
003257         MOVE 'N' TO CSR-TXN-VALID-SW
003258     END-IF.
003260     IF CSR-KTX-DELETE OR CSR-KTX-INQUIRE
003270         SET CSR-TXN-IS-VALID TO TRUE
003280         GO TO 2300-EXIT
003650 2300-EXIT.
003660     EXIT.
003670*
003661*****************************************************************
003662*    2305-VALIDATE-ROUTE - A ROUTED SCHEDULE IS ONLY ACCEPTED
003663*    FOR A ROUTE ON THE CIPHRTE TABLE, SO A MISKEYED ROUTE
003664*    CODE CANNOT BUILD A SCHEDULE NO TRAFFIC WILL EVER USE.
003665*****************************************************************
003666 2305-VALIDATE-ROUTE.
003667     IF NOT CSR-RTEFILE-IS-OPEN
003668         MOVE 'ROUTE TABLE NOT AVAILABLE' TO CSR-KMR-TXN-RESULT
003669         GO TO 2305-EXIT
003670     END-IF.
003671     MOVE CSR-KTX-ROUTE-CODE TO CSR-RTE-CODE.
003672     READ CSR-ROUTE-FILE
003673         KEY IS CSR-RTE-CODE
003674         INVALID KEY
003675             MOVE 'ROUTE NOT ON CIPHRTE' TO CSR-KMR-TXN-RESULT
003676         NOT INVALID KEY
003677             SET CSR-TXN-IS-VALID TO TRUE
003678     END-READ.
003679 2305-EXIT.
003680     EXIT.
003681*
003680*****************************************************************
003690*    2310-VALIDATE-KEYWORD - LETTERS FOLLOWED BY TRAILING
003700*    SPACES ONLY, THE SAME RULE ENCRYPT AND DECRYPT ENFORCE,
003992*    2395-HOLD-PENDING - UNDER DUAL CONTROL AN A/C/D/G
003993*    TRANSACTION NEVER TOUCHES CIPHKEY DIRECTLY: IT IS HELD
003994*    ON THE PENDING FILE UNTIL A DIFFERENT OPERATOR'S P
003995*    TRANSACTION APPROVES IT.  ONE PENDING ITEM PER ROUTE,
003996*    DATE AND ACTION - A SECOND ENTRY FOR THE SAME SET IS
003997*    REJECTED, NOT SILENTLY REPLACED.  EVERY HOLD IS LOGGED TO
003998*    KEYHIST WITH THE CURRENT (BEFORE) AND PROPOSED (AFTER)
003999*    VALUES.
003999*****************************************************************
004000 2395-HOLD-PENDING.
004001     MOVE SPACES TO CSR-PENDING-RECORD.
004001     MOVE CSR-KTX-ROUTE-CODE TO CSR-PND-ROUTE-CODE.
004002     MOVE CSR-KTX-KEY-DATE TO CSR-PND-KEY-DATE.
004003     MOVE CSR-KTX-ACTION TO CSR-PND-ACTION.
004004     IF CSR-KTX-SHIFT NUMERIC
004220*
004230 2450-BUILD-KEY-RECORD.
004240     MOVE SPACES TO CSR-KEY-RECORD.
004245     MOVE CSR-KTX-ROUTE-CODE TO CSR-KEY-ROUTE-CODE.
004250     MOVE CSR-KTX-KEY-DATE TO CSR-KEY-DATE.
004260     MOVE CSR-KTX-SHIFT TO CSR-KEY-SHIFT-VALUE.
004270     IF CSR-KTX-MODE-VIGENERE
004550*    2600-DELETE-KEY - REMOVE A DAILY KEY FROM THE SCHEDULE.
004560*****************************************************************
004570 2600-DELETE-KEY.
004575     MOVE CSR-KTX-ROUTE-CODE TO CSR-KEY-ROUTE-CODE.
004580     MOVE CSR-KTX-KEY-DATE TO CSR-KEY-DATE.
004590     DELETE CSR-KEY-FILE
004600         INVALID KEY
004690     EXIT.
004700*
004710*****************************************************************
004720*    2700-INQUIRE-KEY - REPORT ONE ROUTE AND DATE'S KEY, OR
004730*    THE FACT THAT THE BATCH RUN WOULD FALL BACK TO THE HOUSE
004735*    SCHEDULE (ROUTED) OR THE HOUSE DEFAULT (HOUSE).
004740*****************************************************************
004750 2700-INQUIRE-KEY.
004755     MOVE CSR-KTX-ROUTE-CODE TO CSR-KEY-ROUTE-CODE.
004760     MOVE CSR-KTX-KEY-DATE TO CSR-KEY-DATE.
004770     READ CSR-KEY-FILE
004780         KEY IS CSR-KEY-ID
004790         INVALID KEY
004791             IF CSR-KTX-ROUTE-CODE = SPACES
004800                 MOVE 'NOT ON FILE - DEFAULT KEY WOULD APPLY'
004810                     TO CSR-KMR-TXN-RESULT
004811             ELSE
004812                 MOVE 'NOT ON FILE - HOUSE KEY WOULD APPLY'
004813                     TO CSR-KMR-TXN-RESULT
004814             END-IF
004820         NOT INVALID KEY
004830             MOVE 'ON FILE - LISTED BELOW'
004840                 TO CSR-KMR-TXN-RESULT
004920     EXIT.
004930*
004940*****************************************************************
004950*    2800-LIST-SCHEDULE - WALK THE WHOLE KEY FILE IN ROUTE AND
004960*    DATE ORDER (THE HOUSE SCHEDULE FIRST), PRINT EVERY KEY,
004965*    AND CALL OUT EVERY GAP WITHIN A ROUTE'S SCHEDULE - A
004970*    MISSING DAY IS A DAY THE BATCH RUN SILENTLY REVERTS TO
004980*    THE HOUSE DEFAULT SHIFT, WHICH IS THE FAILURE THIS WHOLE
004990*    PROGRAM EXISTS TO PREVENT.
005000*****************************************************************
005010 2800-LIST-SCHEDULE.
005020     MOVE 0 TO CSR-PREV-KEY-DATE.
005025     MOVE SPACES TO CSR-PREV-KEY-ROUTE.
005030     MOVE 0 TO CSR-KEYS-LISTED-CTR.
005035     MOVE LOW-VALUES TO CSR-KEY-ROUTE-CODE.
005040     MOVE 0 TO CSR-KEY-DATE.
005050     START CSR-KEY-FILE
005060         KEY IS GREATER THAN OR EQUAL TO CSR-KEY-ID
005070         INVALID KEY
005080             MOVE 'SCHEDULE IS EMPTY' TO CSR-KMR-TXN-RESULT
005090             GO TO 2800-PENDING
005250     IF NOT CSR-KEYFILE-OK
005260         GO TO 2850-EXIT
005270     END-IF.
005275     IF CSR-KEY-ROUTE-CODE NOT = CSR-PREV-KEY-ROUTE
005276         MOVE 0 TO CSR-PREV-KEY-DATE
005277     END-IF.
005280     IF CSR-PREV-KEY-DATE > 0
005290         PERFORM 2870-CHECK-FOR-GAP THRU 2870-EXIT
005300     END-IF.
005310     PERFORM 3100-WRITE-LIST-LINE THRU 3100-EXIT.
005320     ADD 1 TO CSR-KEYS-LISTED-CTR.
005325     MOVE CSR-KEY-ROUTE-CODE TO CSR-PREV-KEY-ROUTE.
005330     MOVE CSR-KEY-DATE TO CSR-PREV-KEY-DATE.
005340 2850-EXIT.
005350     EXIT.
005360*
005370*****************************************************************
005380*    2870-CHECK-FOR-GAP - A BUSINESS DAY BETWEEN TWO ADJACENT
005390*    KEYS IS MISSING COVERAGE.  A WEEKEND OR HOLIDAY WITH NO
005395*    KEY IS NOT - THE SUITE DOES NOT RUN THAT DAY.
005400*****************************************************************
005410 2870-CHECK-FOR-GAP.
005420     COMPUTE CSR-PREV-DATE-INT =
005430         FUNCTION INTEGER-OF-DATE(CSR-PREV-KEY-DATE).
005440     COMPUTE CSR-CURR-DATE-INT =
005450         FUNCTION INTEGER-OF-DATE(CSR-KEY-DATE).
005460     IF CSR-CURR-DATE-INT - CSR-PREV-DATE-INT NOT > 1
005462         GO TO 2870-EXIT
005464     END-IF.
005466     MOVE 'A' TO CSR-CLK-REQUEST.
005468     MOVE CSR-PREV-KEY-DATE TO CSR-CLK-DATE-1.
005470     MOVE FUNCTION DATE-OF-INTEGER(CSR-CURR-DATE-INT - 1)
005472         TO CSR-CLK-DATE-2.
005474     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
005476     IF CSR-CLK-OK
005478         MOVE CSR-CLK-DAYS TO CSR-GAP-DAY-COUNT
005480     ELSE
005482         COMPUTE CSR-GAP-DAY-COUNT =
005484             CSR-CURR-DATE-INT - CSR-PREV-DATE-INT - 1
005486     END-IF.
005488     IF CSR-GAP-DAY-COUNT > 0
005490         MOVE CSR-GAP-DAY-COUNT TO CSR-KMR-GAP-DAYS
005500         MOVE CSR-PREV-KEY-DATE TO CSR-KMR-GAP-DATE
005510         WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-GAP-LINE
005550     EXIT.
005560*
005570*****************************************************************
005580*    2900-GENERATE-SCHEDULE - EXTEND THE SCHEDULE N BUSINESS
005590*    DAYS FORWARD FROM THE GIVEN DATE (OR FROM TOMORROW WHEN
005600*    NO DATE IS GIVEN) FOR THE TRANSACTION'S ROUTE (BLANK =
005605*    THE HOUSE SCHEDULE).  THE SHIFT STEPS BY SEVEN EACH
005610*    BUSINESS DAY FROM THE SEED SHIFT, WHICH WALKS EVERY VALUE
005620*    0-25 BEFORE REPEATING.  A WEEKEND OR HOLIDAY ON THE
005622*    CIPHCAL CALENDAR GETS NO KEY.  A DATE ALREADY ON FILE IS
005625*    LEFT ALONE.  THE SCHEDULE IS LISTED AND GAP-CHECKED
005630*    AFTERWARD.
005640*****************************************************************
005650 2900-GENERATE-SCHEDULE.
005660     IF CSR-KTX-KEY-DATE > 0
005740     COMPUTE CSR-GEN-DATE-INT =
005750         FUNCTION INTEGER-OF-DATE(CSR-GEN-DATE).
005760     MOVE CSR-KTX-SHIFT TO CSR-GEN-SHIFT.
005770     MOVE 0 TO CSR-GEN-DAY-NO.
005780     PERFORM 2950-GENERATE-ONE-DAY THRU 2950-EXIT
005790         UNTIL CSR-GEN-DAY-NO NOT < CSR-KTX-GEN-DAYS.
005800     MOVE 'GENERATED - SCHEDULE LISTED BELOW'
005810         TO CSR-KMR-TXN-RESULT.
005820     PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT.
005850     EXIT.
005860*
005870 2950-GENERATE-ONE-DAY.
005871     MOVE 'T' TO CSR-CLK-REQUEST.
005872     MOVE FUNCTION DATE-OF-INTEGER(CSR-GEN-DATE-INT)
005873         TO CSR-CLK-DATE-1.
005874     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
005875     IF CSR-CLK-OK AND CSR-CLK-NON-BUSINESS
005876         ADD 1 TO CSR-KEYS-NONBUS-CTR
005877         ADD 1 TO CSR-GEN-DATE-INT
005878         GO TO 2950-EXIT
005879     END-IF.
005880     MOVE SPACES TO CSR-KEY-RECORD.
005885     MOVE CSR-KTX-ROUTE-CODE TO CSR-KEY-ROUTE-CODE.
005890     MOVE FUNCTION DATE-OF-INTEGER(CSR-GEN-DATE-INT)
005900         TO CSR-KEY-DATE.
005910     MOVE CSR-GEN-SHIFT TO CSR-KEY-SHIFT-VALUE.
006030             ADD 1 TO CSR-KEYS-GENNED-CTR
006040     END-WRITE.
006050     ADD 1 TO CSR-GEN-DATE-INT.
006055     ADD 1 TO CSR-GEN-DAY-NO.
006060     COMPUTE CSR-GEN-SHIFT =
006070         FUNCTION MOD(CSR-GEN-SHIFT + 7, 26).
006080 2950-EXIT.
006220     EXIT.
006230*
006240 3100-WRITE-LIST-LINE.
006245     MOVE CSR-KEY-ROUTE-CODE TO CSR-KMH-ROUTE-CODE.
006246     PERFORM 3150-FORMAT-ROUTE THRU 3150-EXIT.
006250     MOVE CSR-KEY-DATE TO CSR-KMR-LST-DATE.
006260     MOVE CSR-KEY-SHIFT-VALUE TO CSR-KMR-LST-SHIFT.
006270     MOVE CSR-KEY-CIPHER-MODE TO CSR-KMR-LST-MODE.
006300 3100-EXIT.
006310     EXIT.
006311*
006312*    THE HOUSE SCHEDULE PRINTS AS *HOUSE* RATHER THAN BLANKS.
006313 3150-FORMAT-ROUTE.
006314     IF CSR-KMH-ROUTE-CODE = SPACES
006315         MOVE '*HOUSE*' TO CSR-KMR-LST-ROUTE
006316     ELSE
006317         MOVE CSR-KMH-ROUTE-CODE TO CSR-KMR-LST-ROUTE
006318     END-IF.
006319 3150-EXIT.
006320     EXIT.
006311*
006312*****************************************************************
006313*    3200-APPROVE-PENDING - THE SECOND OPERATOR'S HALF OF
006314*    DUAL CONTROL.  THE APPROVAL IS MATCHED TO ITS PENDING
006315*    ITEM ON ROUTE, KEY DATE AND ACTION; NOTHING PENDING, OR AN
006316*    APPROVER WHO IS ALSO THE ENTERER, IS A REJECTION - AND
006317*    EVERY OUTCOME LANDS IN THE KEYHIST LOG.
006318*****************************************************************
006319 3200-APPROVE-PENDING.
006320     MOVE CSR-KTX-ROUTE-CODE TO CSR-PND-ROUTE-CODE.
006321     MOVE CSR-KTX-KEY-DATE TO CSR-PND-KEY-DATE.
006322     MOVE CSR-KTX-TARGET-ACT TO CSR-PND-ACTION.
006323     READ CSR-PENDING-FILE
006385*    AWAITING APPROVAL IN THAT LISTING NOR RISKS THE WALK'S
006386*    LAST RECORD BEING DELETED IN ITS PLACE.
006387     MOVE CSR-PND-ACTION TO CSR-KMP-ACTION.
006388     MOVE CSR-PND-ROUTE-CODE TO CSR-KMP-ROUTE-CODE.
006388     MOVE CSR-PND-KEY-DATE TO CSR-KMP-KEY-DATE.
006389     MOVE CSR-PND-SHIFT TO CSR-KMP-SHIFT.
006390     MOVE CSR-PND-MODE TO CSR-KMP-MODE.
006397                 'STATUS = ' CSR-PNDFILE-STATUS
006398     END-DELETE.
006399     MOVE CSR-KMP-KEY-DATE TO CSR-KTX-KEY-DATE.
006399     MOVE CSR-KMP-ROUTE-CODE TO CSR-KTX-ROUTE-CODE.
006400     MOVE CSR-KMP-SHIFT TO CSR-KTX-SHIFT.
006401     MOVE CSR-KMP-MODE TO CSR-KTX-MODE.
006402     MOVE CSR-KMP-KEYWORD TO CSR-KTX-KEYWORD.
006427     END-IF.
006428     MOVE CSR-KMP-ACTION TO CSR-KMH-ACTION.
006429     MOVE CSR-KMP-KEY-DATE TO CSR-KMH-KEY-DATE.
006429     MOVE CSR-KMP-ROUTE-CODE TO CSR-KMH-ROUTE-CODE.
006430     MOVE CSR-KMP-ENTERED-BY TO CSR-KMH-ENTERED-BY.
006431     MOVE CSR-KTX-OPERATOR-ID TO CSR-KMH-APPROVED-BY.
006432     IF CSR-TXNS-ERROR-CTR > CSR-KMH-ERR-BEFORE
006443*
006444*****************************************************************
006445*    3350-READ-BEFORE-IMAGE - THE KEY VALUES ON FILE FOR THE
006446*    ROUTE AND DATE BEFORE ANYTHING IS APPLIED.  A DATE NOT ON
006447*    FILE SHOWS ZEROS AND SPACES.
006448*****************************************************************
006449 3350-READ-BEFORE-IMAGE.
006450     MOVE 0 TO CSR-KMH-BEFORE-SHIFT.
006451     MOVE SPACE TO CSR-KMH-BEFORE-MODE.
006452     MOVE SPACES TO CSR-KMH-BEFORE-KEYWORD.
006452     MOVE CSR-KMH-ROUTE-CODE TO CSR-KEY-ROUTE-CODE.
006453     MOVE CSR-KMH-KEY-DATE TO CSR-KEY-DATE.
006454     READ CSR-KEY-FILE
006455         KEY IS CSR-KEY-ID
006456         INVALID KEY
006457             CONTINUE
006458         NOT INVALID KEY
006477     MOVE CSR-TODAY-TIME TO CSR-KHS-LOG-TIME.
006478     MOVE CSR-KMH-ACTION TO CSR-KHS-ACTION.
006479     MOVE CSR-KMH-KEY-DATE TO CSR-KHS-KEY-DATE.
006479     MOVE CSR-KMH-ROUTE-CODE TO CSR-KHS-ROUTE-CODE.
006480     MOVE CSR-KMH-ENTERED-BY TO CSR-KHS-ENTERED-BY.
006481     MOVE CSR-KMH-APPROVED-BY TO CSR-KHS-APPROVED-BY.
006482     MOVE CSR-KMH-DISPOSITION TO CSR-KHS-DISPOSITION.
006531         GO TO 3550-EXIT
006532     END-IF.
006533     MOVE CSR-PND-ACTION TO CSR-KMR-PND-ACTION.
006533     MOVE CSR-PND-ROUTE-CODE TO CSR-KMH-ROUTE-CODE.
006533     PERFORM 3150-FORMAT-ROUTE THRU 3150-EXIT.
006533     MOVE CSR-KMR-LST-ROUTE TO CSR-KMR-PND-ROUTE.
006534     MOVE CSR-PND-KEY-DATE TO CSR-KMR-PND-DATE.
006535     MOVE CSR-PND-SHIFT TO CSR-KMR-PND-SHIFT.
006536     MOVE CSR-PND-MODE TO CSR-KMR-PND-MODE.
006540         TO CSR-KMR-TOT-LABEL.
006550     MOVE CSR-KEYS-SKIPPED-CTR TO CSR-KMR-TOT-COUNT.
006560     WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-TOTAL-LINE.
006562     MOVE 'GENERATE NON-BUSINESS DAYS'
006564         TO CSR-KMR-TOT-LABEL.
006566     MOVE CSR-KEYS-NONBUS-CTR TO CSR-KMR-TOT-COUNT.
006568     WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-TOTAL-LINE.
006570     MOVE 'TRANSACTIONS IN ERROR' TO CSR-KMR-TOT-LABEL.
006580     MOVE CSR-TXNS-ERROR-CTR TO CSR-KMR-TOT-COUNT.
006590     WRITE CSR-KEYRPT-RECORD FROM CSR-KMR-TOTAL-LINE.
006640     CLOSE CSR-KEY-FILE.
006645     CLOSE CSR-PENDING-FILE.
006647     CLOSE CSR-KEYHIST-FILE.
006648     IF CSR-RTEFILE-IS-OPEN
006649         CLOSE CSR-ROUTE-FILE
006651     END-IF.
006650     CLOSE CSR-KEYRPT-FILE.
006655     MOVE 'C' TO CSR-CLK-REQUEST.
006657     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
006660 4000-EXIT.
006670     EXIT.
006680*
