000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - PARTNER RESEND REQUESTS
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  WHEN A PARTNER LOST PART
000180*                    OF A FEED AND ASKED FOR IT AGAIN, SOMEONE
000190*                    DUG THROUGH THE MSGOUT GENERATIONS BY HAND
000200*                    AND BUILT A FILE - WITH NO CONTROL RECORDS,
000210*                    NO AUDIT LINE AND NO TRACE OF WHAT WENT.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHRSND.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    BUILDS RESEND FEEDS FROM THE DATED MSGOUT.DYYYYMMDD
000320*    GENERATIONS CIPHKEEP KEEPS, DRIVEN BY THE DAY'S PARTNER
000330*    RESEND REQUESTS (RSNDREQ, LAYOUT CSRRSQ).  EACH REQUEST
000340*    NAMES A ROUTE, AN ENCRYPTION DATE AND EITHER THE WHOLE
000350*    FEED (SCOPE W) OR A RANGE OF SEQUENCE NUMBERS (SCOPE R,
000360*    AT MOST 1000 WIDE).  THE ENCRYPTION DATE NAMES THE
000370*    GENERATION; EVERY RECORD ON IT CARRYING THE ROUTE CODE
000380*    (AND, FOR A RANGE, A SEQUENCE NUMBER INSIDE IT) IS COPIED
000390*    AS IT STANDS - THE PARTNER DECRYPTS WITH THE KEY ALREADY
000400*    ON FILE FOR THAT DATE.
000410*
000420*    ALL OF ONE PARTNER'S REQUESTS IN A RUN GO OUT ON ONE
000430*    RESEND FEED, NAMED AFTER THE ROUTE'S FEED WITH .R, THE
000440*    RUN DATE AND THE HHMM OF THE RUN APPENDED SO IT NEVER
000450*    OVERWRITES A NIGHTLY FEED OR AN EARLIER RESEND.  THE FEED
000460*    HAS ITS OWN HDR/TRL CONTROL RECORDS AND BATCH ID (ROUTE
000470*    CODE, R, HHMM) AND ITS OWN CIPHAUD LINE - PROGRAM-ID
000480*    CIPHRSND, ACTION S, PARTNER NAME IN THE KEYWORD FIELD,
000490*    SEQUENCE HASH AS ON THE TRL - WHICH KEEPS IT OUT OF THE
000500*    NIGHTLY BALANCING.  EVERY MESSAGE SENT GETS A RESENT
000510*    STATION ON CIPHTRC UNDER THE RESEND FEED'S BATCH ID.  A
000520*    PARTNER WITH NOTHING TO SEND GETS NO FEED.
000530*
000540*    A REQUEST THAT CANNOT BE SATISFIED IS LISTED ON THE
000550*    EXCEPTIONS REPORT (RSNDRPT) WITH THE REASON: A BAD ROUTE,
000560*    DATE, SCOPE OR RANGE; A REQUEST OVERLAPPING AN EARLIER ONE
000570*    FOR THE SAME ROUTE AND DATE (SENT ONCE, NOT TWICE); A
000580*    GENERATION NOT ON FILE (PURGED, NO CYCLE THAT DAY, OR NOT
000590*    YET ROLLED); NOTHING FOR THE ROUTE ON THE GENERATION; OR,
000600*    FOR A RANGE, EACH RUN OF SEQUENCE NUMBERS NOT FOUND (THE
000610*    REST OF THE RANGE IS STILL SENT).
000620*
000630*    RETURN CODES:
000640*        0 - EVERY REQUEST SATISFIED IN FULL
000650*        4 - ONE OR MORE REQUESTS ON THE EXCEPTIONS REPORT
000660*       12 - A REQUIRED FILE COULD NOT BE OPENED
000670*
000680*    MODIFICATION HISTORY
000690*    DATE       INIT DESCRIPTION
000700*    10/15/26   CJD  ORIGINAL PROGRAM
000710*************************************************************
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. TOPL-BATCH.
000750 OBJECT-COMPUTER. TOPL-BATCH.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CSR-RSD-REQ-FILE ASSIGN TO "RSNDREQ"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CSR-RSD-REQ-STATUS.
000810     SELECT CSR-RSD-ROUTE-FILE ASSIGN TO "CIPHRTE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CSR-RTE-CODE
000850         FILE STATUS IS CSR-RSD-ROUTE-STATUS.
000860     SELECT CSR-RSD-GEN-FILE
000870         ASSIGN TO DYNAMIC CSR-RSD-GEN-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS CSR-RSD-GEN-STATUS.
000900     SELECT CSR-RSD-FEED-FILE
000910         ASSIGN TO DYNAMIC CSR-RSD-FEED-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CSR-RSD-FEED-STATUS.
000940     SELECT CSR-RSD-AUDIT-FILE ASSIGN TO "CIPHAUD"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CSR-RSD-AUDIT-STATUS.
000970     SELECT CSR-RSD-TRACE-FILE ASSIGN TO "CIPHTRC"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS CSR-RSD-TRACE-STATUS.
001000     SELECT CSR-RSD-RPT-FILE ASSIGN TO "RSNDRPT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS CSR-RSD-RPT-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  CSR-RSD-REQ-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY CSRRSQ.
001090 FD  CSR-RSD-ROUTE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CSRRTE.
001120 FD  CSR-RSD-GEN-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CSRMSG.
001150 FD  CSR-RSD-FEED-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  CSR-RSD-FEED-RECORD         PIC X(182).
001180 FD  CSR-RSD-AUDIT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CSRAUD.
001210 FD  CSR-RSD-TRACE-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY CSRTRC.
001240 FD  CSR-RSD-RPT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  CSR-RSD-RPT-RECORD          PIC X(100).
001270*
001280 WORKING-STORAGE SECTION.
001290 01  CSR-RSD-REQ-STATUS      PIC X(02).
001300     88  CSR-RSD-REQ-OK           VALUE '00'.
001310     88  CSR-RSD-REQ-EOF          VALUE '10'.
001320 01  CSR-RSD-ROUTE-STATUS    PIC X(02).
001330     88  CSR-RSD-ROUTE-OK         VALUE '00'.
001340 01  CSR-RSD-GEN-STATUS      PIC X(02).
001350     88  CSR-RSD-GEN-OK           VALUE '00'.
001360     88  CSR-RSD-GEN-EOF          VALUE '10'.
001370 01  CSR-RSD-FEED-STATUS     PIC X(02).
001380     88  CSR-RSD-FEED-OK          VALUE '00'.
001390 01  CSR-RSD-AUDIT-STATUS    PIC X(02).
001400 01  CSR-RSD-TRACE-STATUS    PIC X(02).
001410     88  CSR-RSD-TRACE-OK         VALUE '00'.
001420 01  CSR-RSD-RPT-STATUS      PIC X(02).
001430     88  CSR-RSD-RPT-OK           VALUE '00'.
001440 01  CSR-RSD-GEN-NAME        PIC X(30).
001450 01  CSR-RSD-FEED-NAME       PIC X(50).
001460 01  CSR-RSD-TODAY-DATE      PIC 9(08).
001470 01  CSR-RSD-TODAY-TIME      PIC 9(08).
001480 01  CSR-RSD-RETURN-CODE     PIC 9(02) VALUE 0.
001490*
001500*    THE RESEND FEED OF THE PARTNER IN HAND.  THE ROUTE RECORD
001510*    IS COPIED OUT WHEN THE PARTNER IS STARTED.
001520 01  CSR-RSD-CURR-ROUTE      PIC X(03).
001530 01  CSR-RSD-CURR-PARTNER    PIC X(20).
001540 01  CSR-RSD-CURR-FEED       PIC X(30).
001550 01  CSR-RSD-FEED-BATCH-ID   PIC X(08).
001560 01  CSR-RSD-FEED-OPEN-SW    PIC X(01) VALUE 'N'.
001570     88  CSR-RSD-FEED-IS-OPEN     VALUE 'Y'.
001580 01  CSR-RSD-FEED-FAIL-SW    PIC X(01) VALUE 'N'.
001590     88  CSR-RSD-FEED-FAILED      VALUE 'Y'.
001600 01  CSR-RSD-FEED-CTR        PIC 9(07) VALUE 0.
001610 01  CSR-RSD-FEED-HASH       PIC 9(10) VALUE 0.
001620*
001630*    THE RUN'S REQUESTS, HELD SO THAT ALL OF ONE PARTNER'S
001640*    REQUESTS CAN GO OUT ON ONE FEED.  A WHOLE-FEED REQUEST IS
001650*    HELD AS THE RANGE 000000-999999 SO THE OVERLAP TEST AND
001660*    THE RECORD SELECTION TREAT BOTH SCOPES ALIKE.
001670 01  CSR-RSD-REQ-TABLE.
001680     05  CSR-RSD-REQ-ENTRY   OCCURS 200 TIMES.
001690         10  CSR-RSD-REQ-ROUTE       PIC X(03).
001700         10  CSR-RSD-REQ-DATE        PIC 9(08).
001710         10  CSR-RSD-REQ-SCOPE       PIC X(01).
001720             88  CSR-RSD-REQ-WHOLE       VALUE 'W'.
001730         10  CSR-RSD-REQ-FROM        PIC 9(06).
001740         10  CSR-RSD-REQ-TO          PIC 9(06).
001750         10  CSR-RSD-REQ-REF         PIC X(12).
001760         10  CSR-RSD-REQ-STATE       PIC X(01).
001770             88  CSR-RSD-REQ-PENDING     VALUE 'P'.
001780             88  CSR-RSD-REQ-REFUSED     VALUE 'X'.
001790             88  CSR-RSD-REQ-DONE        VALUE 'D'.
001800         10  CSR-RSD-REQ-FOUND       PIC 9(07).
001810 01  CSR-RSD-REQ-USED        PIC 9(03) COMP VALUE 0.
001820 01  CSR-RSD-REQ-SUB         PIC 9(03) COMP.
001830 01  CSR-RSD-TAKE-SUB        PIC 9(03) COMP.
001840 01  CSR-RSD-CHK-SUB         PIC 9(03) COMP.
001850 01  CSR-RSD-CUR-SUB         PIC 9(03) COMP.
001860 01  CSR-RSD-OVERLAP-SUB     PIC 9(03) COMP.
001870 01  CSR-RSD-OVERLAP-ED      PIC ZZ9.
001880*
001890*    THE SEQUENCE NUMBERS OF A RANGE REQUEST SEEN ON ITS
001900*    GENERATION, ONE SLOT PER NUMBER OF THE RANGE, SO THE ONES
001910*    NEVER SEEN CAN BE LISTED.
001920 01  CSR-RSD-SEEN-TABLE.
001930     05  CSR-RSD-SEEN-SW     OCCURS 1000 TIMES PIC X(01).
001940         88  CSR-RSD-SEEN             VALUE 'Y'.
001950 01  CSR-RSD-RANGE-WIDTH     PIC 9(07) COMP.
001960 01  CSR-RSD-SEQ-SUB         PIC 9(07) COMP.
001970 01  CSR-RSD-RUN-START       PIC 9(07) COMP.
001980 01  CSR-RSD-RUN-END         PIC 9(07) COMP.
001990 01  CSR-RSD-RUN-FROM-SEQ    PIC 9(06).
002000 01  CSR-RSD-RUN-TO-SEQ      PIC 9(06).
002010 01  CSR-RSD-MISSING-CTR     PIC 9(07).
002020 01  CSR-RSD-MISSING-ED      PIC ZZZZZZ9.
002030*
002040 01  CSR-RSD-EXC-TEXT        PIC X(47).
002050 01  CSR-RSD-REQS-READ-CTR   PIC 9(05) VALUE 0.
002060 01  CSR-RSD-REQS-FULL-CTR   PIC 9(05) VALUE 0.
002070 01  CSR-RSD-EXC-CTR         PIC 9(05) VALUE 0.
002080 01  CSR-RSD-SENT-CTR        PIC 9(07) VALUE 0.
002090 01  CSR-RSD-FEEDS-CTR       PIC 9(05) VALUE 0.
002100*
002110*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002120*    STORAGE, AS IN THE OTHER REPORTS OF THE SUITE.
002130 01  CSR-RDR-HEADING-1.
002140     05  FILLER              PIC X(40)
002150             VALUE 'PARTNER RESEND REQUEST EXCEPTIONS'.
002160     05  FILLER              PIC X(05) VALUE 'RUN '.
002170     05  CSR-RDR-HDG-DATE    PIC 9(08).
002180     05  FILLER              PIC X(47) VALUE SPACES.
002190 01  CSR-RDR-HEADING-2.
002200     05  FILLER              PIC X(07) VALUE '  REQ'.
002210     05  FILLER              PIC X(07) VALUE 'ROUTE'.
002220     05  FILLER              PIC X(10) VALUE 'ENC DATE'.
002230     05  FILLER              PIC X(15) VALUE 'SCOPE'.
002240     05  FILLER              PIC X(14) VALUE 'REFERENCE'.
002250     05  FILLER              PIC X(47) VALUE 'EXCEPTION'.
002260 01  CSR-RDR-DETAIL-LINE.
002270     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  CSR-RDR-DTL-REQ     PIC ZZ9.
002290     05  FILLER              PIC X(02) VALUE SPACES.
002300     05  CSR-RDR-DTL-ROUTE   PIC X(03).
002310     05  FILLER              PIC X(04) VALUE SPACES.
002320     05  CSR-RDR-DTL-DATE    PIC X(08).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  CSR-RDR-DTL-SCOPE   PIC X(13).
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  CSR-RDR-DTL-REF     PIC X(12).
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  CSR-RDR-DTL-TEXT    PIC X(47).
002390 01  CSR-RDR-TOTAL-LINE.
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  CSR-RDR-TOT-LABEL   PIC X(40).
002420     05  CSR-RDR-TOT-COUNT   PIC ZZZZZZ9.
002430     05  FILLER              PIC X(51) VALUE SPACES.
002440 01  CSR-RDR-TEXT-LINE.
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  CSR-RDR-TXT-BODY    PIC X(90).
002470     05  FILLER              PIC X(08) VALUE SPACES.
002480 01  CSR-RDR-BLANK-LINE      PIC X(100) VALUE SPACES.
002490*
002500 PROCEDURE DIVISION.
002510*
002520*****************************************************************
002530*    0000-MAINLINE
002540*****************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     PERFORM 1500-LOAD-REQUESTS THRU 1500-EXIT.
002580     PERFORM 2000-RESEND-ALL-PARTNERS THRU 2000-EXIT.
002590     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002600     MOVE CSR-RSD-RETURN-CODE TO RETURN-CODE.
002610     STOP RUN.
002620*
002630*****************************************************************
002640*    1000-INITIALIZE - OPEN THE FILES EVERY PARTNER'S FEED
002650*    NEEDS AND START THE EXCEPTIONS REPORT.  WITHOUT THE ROUTE
002660*    TABLE THERE IS NO FEED NAME OR PARTNER FOR ANY REQUEST.
002670*****************************************************************
002680 1000-INITIALIZE.
002690     ACCEPT CSR-RSD-TODAY-DATE FROM DATE YYYYMMDD.
002700     ACCEPT CSR-RSD-TODAY-TIME FROM TIME.
002710     OPEN INPUT CSR-RSD-ROUTE-FILE.
002720     IF NOT CSR-RSD-ROUTE-OK
002730         DISPLAY 'CIPHRSND: CIPHRTE OPEN FAILED, STATUS = '
002740             CSR-RSD-ROUTE-STATUS
002750         MOVE 12 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN OUTPUT CSR-RSD-RPT-FILE.
002790     IF NOT CSR-RSD-RPT-OK
002800         DISPLAY 'CIPHRSND: RSNDRPT OPEN FAILED, STATUS = '
002810             CSR-RSD-RPT-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN EXTEND CSR-RSD-TRACE-FILE.
002860     IF NOT CSR-RSD-TRACE-OK
002870         OPEN OUTPUT CSR-RSD-TRACE-FILE
002880     END-IF.
002890     IF NOT CSR-RSD-TRACE-OK
002900         DISPLAY 'CIPHRSND: CIPHTRC OPEN FAILED, STATUS = '
002910             CSR-RSD-TRACE-STATUS
002920         MOVE 12 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     MOVE CSR-RSD-TODAY-DATE TO CSR-RDR-HDG-DATE.
002960     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-HEADING-1.
002970     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-HEADING-2.
002980     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-BLANK-LINE.
002990 1000-EXIT.
003000     EXIT.
003010*
003020*****************************************************************
003030*    1500-LOAD-REQUESTS - READ AND VALIDATE EVERY REQUEST.  A
003040*    REQUEST THAT FAILS VALIDATION GOES STRAIGHT TO THE
003050*    EXCEPTIONS REPORT AND IS NEVER SEARCHED FOR.
003060*****************************************************************
003070 1500-LOAD-REQUESTS.
003080     OPEN INPUT CSR-RSD-REQ-FILE.
003090     IF NOT CSR-RSD-REQ-OK
003100         DISPLAY 'CIPHRSND: RSNDREQ OPEN FAILED, STATUS = '
003110             CSR-RSD-REQ-STATUS
003120         MOVE 12 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     PERFORM 1550-LOAD-ONE-REQUEST THRU 1550-EXIT
003160         UNTIL CSR-RSD-REQ-EOF.
003170     CLOSE CSR-RSD-REQ-FILE.
003180     DISPLAY 'CIPHRSND: ' CSR-RSD-REQS-READ-CTR
003190         ' RESEND REQUESTS READ'.
003200 1500-EXIT.
003210     EXIT.
003220*
003230 1550-LOAD-ONE-REQUEST.
003240     READ CSR-RSD-REQ-FILE
003250         AT END
003260             SET CSR-RSD-REQ-EOF TO TRUE
003270             GO TO 1550-EXIT
003280     END-READ.
003290     ADD 1 TO CSR-RSD-REQS-READ-CTR.
003300     IF CSR-RSD-REQ-USED NOT < 200
003310         DISPLAY 'CIPHRSND: REQUEST TABLE FULL AT 200 - '
003320             'REQUEST ' CSR-RSD-REQS-READ-CTR ' NOT TAKEN'
003330         MOVE SPACES TO CSR-RDR-TXT-BODY
003340         STRING 'REQUEST ' CSR-RSD-REQS-READ-CTR
003350             ' NOT TAKEN - MORE THAN 200 IN ONE RUN'
003360             DELIMITED BY SIZE INTO CSR-RDR-TXT-BODY
003370         WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TEXT-LINE
003380         ADD 1 TO CSR-RSD-EXC-CTR
003390         GO TO 1550-EXIT
003400     END-IF.
003410     ADD 1 TO CSR-RSD-REQ-USED.
003420     MOVE CSR-RSD-REQ-USED TO CSR-RSD-CUR-SUB.
003430     MOVE CSR-RSQ-ROUTE-CODE
003440         TO CSR-RSD-REQ-ROUTE(CSR-RSD-CUR-SUB).
003450     MOVE CSR-RSQ-SCOPE TO CSR-RSD-REQ-SCOPE(CSR-RSD-CUR-SUB).
003460     MOVE CSR-RSQ-REFERENCE TO CSR-RSD-REQ-REF(CSR-RSD-CUR-SUB).
003470     MOVE 0 TO CSR-RSD-REQ-FOUND(CSR-RSD-CUR-SUB).
003480     MOVE 0 TO CSR-RSD-REQ-DATE(CSR-RSD-CUR-SUB).
003490     MOVE 0 TO CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB).
003500     MOVE 0 TO CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB).
003510     SET CSR-RSD-REQ-PENDING(CSR-RSD-CUR-SUB) TO TRUE.
003520     IF CSR-RSQ-ENCRYPT-DATE NOT NUMERIC
003530             OR CSR-RSQ-ENCRYPT-DATE = 0
003540         MOVE 'ENCRYPTION DATE NOT YYYYMMDD' TO CSR-RSD-EXC-TEXT
003550         GO TO 1550-REFUSE
003560     END-IF.
003570     MOVE CSR-RSQ-ENCRYPT-DATE
003580         TO CSR-RSD-REQ-DATE(CSR-RSD-CUR-SUB).
003590     IF CSR-RSQ-ENCRYPT-DATE > CSR-RSD-TODAY-DATE
003600         MOVE 'ENCRYPTION DATE IS IN THE FUTURE'
003610             TO CSR-RSD-EXC-TEXT
003620         GO TO 1550-REFUSE
003630     END-IF.
003640     MOVE CSR-RSQ-ROUTE-CODE TO CSR-RTE-CODE.
003650     READ CSR-RSD-ROUTE-FILE
003660         KEY IS CSR-RTE-CODE
003670         INVALID KEY
003680             MOVE 'ROUTE NOT ON CIPHRTE' TO CSR-RSD-EXC-TEXT
003690             GO TO 1550-REFUSE
003700     END-READ.
003710     IF NOT CSR-RSQ-SCOPE-VALID
003720         MOVE 'SCOPE NOT W (WHOLE FEED) OR R (RANGE)'
003730             TO CSR-RSD-EXC-TEXT
003740         GO TO 1550-REFUSE
003750     END-IF.
003760     IF CSR-RSQ-WHOLE-FEED
003770         MOVE 0 TO CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB)
003780         MOVE 999999 TO CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB)
003790         GO TO 1550-CHECK-OVERLAP
003800     END-IF.
003810     IF CSR-RSQ-FROM-SEQ NOT NUMERIC
003820             OR CSR-RSQ-TO-SEQ NOT NUMERIC
003830             OR CSR-RSQ-FROM-SEQ > CSR-RSQ-TO-SEQ
003840         MOVE 'SEQUENCE RANGE INVALID' TO CSR-RSD-EXC-TEXT
003850         GO TO 1550-REFUSE
003860     END-IF.
003870     MOVE CSR-RSQ-FROM-SEQ TO CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB).
003880     MOVE CSR-RSQ-TO-SEQ TO CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB).
003890     IF CSR-RSQ-TO-SEQ - CSR-RSQ-FROM-SEQ NOT < 1000
003900         MOVE 'RANGE WIDER THAN 1000 - SPLIT THE REQUEST'
003910             TO CSR-RSD-EXC-TEXT
003920         GO TO 1550-REFUSE
003930     END-IF.
003940 1550-CHECK-OVERLAP.
003950     MOVE 0 TO CSR-RSD-OVERLAP-SUB.
003960     PERFORM 1600-CHECK-ONE-OVERLAP THRU 1600-EXIT
003970         VARYING CSR-RSD-CHK-SUB FROM 1 BY 1
003980         UNTIL CSR-RSD-CHK-SUB NOT < CSR-RSD-CUR-SUB
003990         OR CSR-RSD-OVERLAP-SUB > 0.
004000     IF CSR-RSD-OVERLAP-SUB = 0
004010         GO TO 1550-EXIT
004020     END-IF.
004030     MOVE CSR-RSD-OVERLAP-SUB TO CSR-RSD-OVERLAP-ED.
004040     MOVE SPACES TO CSR-RSD-EXC-TEXT.
004050     STRING 'OVERLAPS REQUEST ' CSR-RSD-OVERLAP-ED
004060         ' - NOT SENT TWICE' DELIMITED BY SIZE
004070         INTO CSR-RSD-EXC-TEXT.
004080 1550-REFUSE.
004090     SET CSR-RSD-REQ-REFUSED(CSR-RSD-CUR-SUB) TO TRUE.
004100     PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT.
004110 1550-EXIT.
004120     EXIT.
004130*
004140*****************************************************************
004150*    1600-CHECK-ONE-OVERLAP - AN EARLIER REQUEST STILL TO BE
004160*    SENT FOR THE SAME ROUTE AND DATE WHOSE RANGE MEETS THIS
004170*    ONE'S WOULD SEND THE SAME MESSAGES TWICE ON ONE FEED.
004180*****************************************************************
004190 1600-CHECK-ONE-OVERLAP.
004200     IF NOT CSR-RSD-REQ-PENDING(CSR-RSD-CHK-SUB)
004210         GO TO 1600-EXIT
004220     END-IF.
004230     IF CSR-RSD-REQ-ROUTE(CSR-RSD-CHK-SUB)
004240             NOT = CSR-RSD-REQ-ROUTE(CSR-RSD-CUR-SUB)
004250             OR CSR-RSD-REQ-DATE(CSR-RSD-CHK-SUB)
004260             NOT = CSR-RSD-REQ-DATE(CSR-RSD-CUR-SUB)
004270         GO TO 1600-EXIT
004280     END-IF.
004290     IF CSR-RSD-REQ-FROM(CSR-RSD-CHK-SUB)
004300             NOT > CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB)
004310             AND CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB)
004320             NOT > CSR-RSD-REQ-TO(CSR-RSD-CHK-SUB)
004330         MOVE CSR-RSD-CHK-SUB TO CSR-RSD-OVERLAP-SUB
004340     END-IF.
004350 1600-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*    2000-RESEND-ALL-PARTNERS - TAKE THE REQUESTS IN THE ORDER
004400*    READ.  THE FIRST REQUEST FOR A ROUTE STARTS THAT PARTNER'S
004410*    FEED, AND EVERY LATER REQUEST FOR THE SAME ROUTE IS SENT
004420*    ON IT THEN AND THERE.
004430*****************************************************************
004440 2000-RESEND-ALL-PARTNERS.
004450     PERFORM 2050-NEXT-REQUEST THRU 2050-EXIT
004460         VARYING CSR-RSD-REQ-SUB FROM 1 BY 1
004470         UNTIL CSR-RSD-REQ-SUB > CSR-RSD-REQ-USED.
004480 2000-EXIT.
004490     EXIT.
004500*
004510 2050-NEXT-REQUEST.
004520     IF CSR-RSD-REQ-PENDING(CSR-RSD-REQ-SUB)
004530         PERFORM 2100-RESEND-ONE-PARTNER THRU 2100-EXIT
004540     END-IF.
004550 2050-EXIT.
004560     EXIT.
004570*
004580*****************************************************************
004590*    2100-RESEND-ONE-PARTNER - EVERY PENDING REQUEST FOR THE
004600*    ROUTE OF CSR-RSD-REQ-SUB, THEN THE FEED'S TRL AND AUDIT
004610*    LINE.  THE FEED IS OPENED ONLY WHEN THE FIRST MESSAGE IS
004620*    FOUND - A PARTNER WHOSE REQUESTS ALL FAIL GETS NO FEED.
004630*****************************************************************
004640 2100-RESEND-ONE-PARTNER.
004650     MOVE CSR-RSD-REQ-ROUTE(CSR-RSD-REQ-SUB)
004660         TO CSR-RSD-CURR-ROUTE.
004670     MOVE CSR-RSD-CURR-ROUTE TO CSR-RTE-CODE.
004680     READ CSR-RSD-ROUTE-FILE
004690         KEY IS CSR-RTE-CODE
004700         INVALID KEY
004710             MOVE SPACES TO CSR-RTE-PARTNER-NAME
004720             MOVE CSR-RSD-CURR-ROUTE TO CSR-RTE-FEED-NAME
004730     END-READ.
004740     MOVE CSR-RTE-PARTNER-NAME TO CSR-RSD-CURR-PARTNER.
004750     MOVE CSR-RTE-FEED-NAME TO CSR-RSD-CURR-FEED.
004760     MOVE 0 TO CSR-RSD-FEED-CTR.
004770     MOVE 0 TO CSR-RSD-FEED-HASH.
004780     MOVE 'N' TO CSR-RSD-FEED-OPEN-SW.
004790     MOVE 'N' TO CSR-RSD-FEED-FAIL-SW.
004800     MOVE SPACES TO CSR-RSD-FEED-BATCH-ID.
004810     MOVE CSR-RSD-CURR-ROUTE TO CSR-RSD-FEED-BATCH-ID(1:3).
004820     MOVE 'R' TO CSR-RSD-FEED-BATCH-ID(4:1).
004830     MOVE CSR-RSD-TODAY-TIME(1:4) TO CSR-RSD-FEED-BATCH-ID(5:4).
004840     PERFORM 2150-TAKE-ONE-REQUEST THRU 2150-EXIT
004850         VARYING CSR-RSD-TAKE-SUB FROM CSR-RSD-REQ-SUB BY 1
004860         UNTIL CSR-RSD-TAKE-SUB > CSR-RSD-REQ-USED.
004870     IF NOT CSR-RSD-FEED-IS-OPEN
004880         GO TO 2100-EXIT
004890     END-IF.
004900     MOVE SPACES TO CSR-MESSAGE-RECORD.
004910     MOVE 'TRL' TO CSR-TRL-RECORD-TYPE.
004920     MOVE CSR-RSD-FEED-CTR TO CSR-TRL-RECORD-COUNT.
004930     MOVE CSR-RSD-FEED-HASH TO CSR-TRL-SEQ-HASH.
004940     MOVE CSR-MESSAGE-RECORD TO CSR-RSD-FEED-RECORD.
004950     WRITE CSR-RSD-FEED-RECORD.
004960     CLOSE CSR-RSD-FEED-FILE.
004970     ADD 1 TO CSR-RSD-FEEDS-CTR.
004980     ADD CSR-RSD-FEED-CTR TO CSR-RSD-SENT-CTR.
004990     DISPLAY 'CIPHRSND: ROUTE ' CSR-RSD-CURR-ROUTE ' - '
005000         CSR-RSD-FEED-CTR ' RECORDS RESENT TO ' CSR-RSD-FEED-NAME.
005010     PERFORM 3000-WRITE-FEED-AUDIT THRU 3000-EXIT.
005020 2100-EXIT.
005030     EXIT.
005040*
005050 2150-TAKE-ONE-REQUEST.
005060     IF NOT CSR-RSD-REQ-PENDING(CSR-RSD-TAKE-SUB)
005070             OR CSR-RSD-REQ-ROUTE(CSR-RSD-TAKE-SUB)
005080             NOT = CSR-RSD-CURR-ROUTE
005090         GO TO 2150-EXIT
005100     END-IF.
005110     MOVE CSR-RSD-TAKE-SUB TO CSR-RSD-CUR-SUB.
005120     SET CSR-RSD-REQ-DONE(CSR-RSD-CUR-SUB) TO TRUE.
005130     PERFORM 2200-RESEND-ONE-REQUEST THRU 2200-EXIT.
005140 2150-EXIT.
005150     EXIT.
005160*
005170*****************************************************************
005180*    2200-RESEND-ONE-REQUEST - ONE PASS OF THE GENERATION NAMED
005190*    BY THE REQUEST'S ENCRYPTION DATE, THEN THE VERDICT ON THE
005200*    REQUEST.
005210*****************************************************************
005220 2200-RESEND-ONE-REQUEST.
005230     MOVE SPACES TO CSR-RSD-GEN-NAME.
005240     STRING 'MSGOUT.D' CSR-RSD-REQ-DATE(CSR-RSD-CUR-SUB)
005250         DELIMITED BY SIZE INTO CSR-RSD-GEN-NAME.
005260     OPEN INPUT CSR-RSD-GEN-FILE.
005270     IF NOT CSR-RSD-GEN-OK
005280         DISPLAY 'CIPHRSND: ' CSR-RSD-GEN-NAME
005290             ' NOT ON FILE, STATUS = ' CSR-RSD-GEN-STATUS
005300         MOVE 'GENERATION NOT ON FILE - PURGED OR NOT ROLLED'
005310             TO CSR-RSD-EXC-TEXT
005320         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005330         GO TO 2200-EXIT
005340     END-IF.
005350     MOVE SPACES TO CSR-RSD-SEEN-TABLE.
005360     PERFORM 2300-COPY-ONE-RECORD THRU 2300-EXIT
005370         UNTIL CSR-RSD-GEN-EOF.
005380     CLOSE CSR-RSD-GEN-FILE.
005390     IF CSR-RSD-FEED-FAILED
005400         MOVE 'RESEND FEED COULD NOT BE OPENED - NOT SENT'
005410             TO CSR-RSD-EXC-TEXT
005420         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005430         GO TO 2200-EXIT
005440     END-IF.
005450     IF CSR-RSD-REQ-FOUND(CSR-RSD-CUR-SUB) = 0
005460         IF CSR-RSD-REQ-WHOLE(CSR-RSD-CUR-SUB)
005470             MOVE 'NO TRAFFIC FOR THE ROUTE IN THE GENERATION'
005480                 TO CSR-RSD-EXC-TEXT
005490         ELSE
005500             MOVE 'NO MESSAGE FOUND IN THE SEQUENCE RANGE'
005510                 TO CSR-RSD-EXC-TEXT
005520         END-IF
005530         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005540         GO TO 2200-EXIT
005550     END-IF.
005560     IF CSR-RSD-REQ-WHOLE(CSR-RSD-CUR-SUB)
005570         ADD 1 TO CSR-RSD-REQS-FULL-CTR
005580         GO TO 2200-EXIT
005590     END-IF.
005600     PERFORM 2400-LIST-MISSING THRU 2400-EXIT.
005610 2200-EXIT.
005620     EXIT.
005630*
005640*****************************************************************
005650*    2300-COPY-ONE-RECORD - A GENERATION RECORD FOR THE
005660*    REQUEST'S ROUTE AND RANGE GOES ON THE RESEND FEED JUST AS
005670*    IT WAS SHIPPED, WITH ITS RESENT STATION.
005680*****************************************************************
005690 2300-COPY-ONE-RECORD.
005700     READ CSR-RSD-GEN-FILE
005710         AT END
005720             SET CSR-RSD-GEN-EOF TO TRUE
005730             GO TO 2300-EXIT
005740     END-READ.
005750     IF CSR-BAT-HEADER-REC OR CSR-BAT-TRAILER-REC
005760         GO TO 2300-EXIT
005770     END-IF.
005780     IF CSR-MSG-ROUTE-CODE NOT = CSR-RSD-CURR-ROUTE
005790             OR CSR-MSG-SEQ-NO NOT NUMERIC
005800         GO TO 2300-EXIT
005810     END-IF.
005820     IF CSR-MSG-SEQ-NO < CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB)
005830             OR CSR-MSG-SEQ-NO > CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB)
005840         GO TO 2300-EXIT
005850     END-IF.
005860     IF CSR-RSD-FEED-FAILED
005870         GO TO 2300-EXIT
005880     END-IF.
005890     IF NOT CSR-RSD-FEED-IS-OPEN
005900         PERFORM 2600-OPEN-RESEND-FEED THRU 2600-EXIT
005910         IF NOT CSR-RSD-FEED-IS-OPEN
005920             GO TO 2300-EXIT
005930         END-IF
005940     END-IF.
005950     MOVE CSR-MESSAGE-RECORD TO CSR-RSD-FEED-RECORD.
005960     WRITE CSR-RSD-FEED-RECORD.
005970     IF NOT CSR-RSD-FEED-OK
005980         DISPLAY 'CIPHRSND: FEED WRITE FAILED, STATUS = '
005990             CSR-RSD-FEED-STATUS
006000         MOVE 12 TO CSR-RSD-RETURN-CODE
006010         GO TO 2300-EXIT
006020     END-IF.
006030     ADD 1 TO CSR-RSD-FEED-CTR.
006040     ADD CSR-MSG-SEQ-NO TO CSR-RSD-FEED-HASH.
006050     ADD 1 TO CSR-RSD-REQ-FOUND(CSR-RSD-CUR-SUB).
006060     IF NOT CSR-RSD-REQ-WHOLE(CSR-RSD-CUR-SUB)
006070         COMPUTE CSR-RSD-SEQ-SUB = CSR-MSG-SEQ-NO
006080             - CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB) + 1
006090         SET CSR-RSD-SEEN(CSR-RSD-SEQ-SUB) TO TRUE
006100     END-IF.
006110     PERFORM 2700-WRITE-TRACE-REC THRU 2700-EXIT.
006120 2300-EXIT.
006130     EXIT.
006140*
006150*****************************************************************
006160*    2400-LIST-MISSING - A RANGE REQUEST WITH SOME OF ITS
006170*    SEQUENCE NUMBERS NOT ON THE GENERATION: THE ONES FOUND
006180*    HAVE GONE, AND EACH RUN OF MISSING NUMBERS IS LISTED UNDER
006190*    THE REQUEST'S EXCEPTION LINE.
006200*****************************************************************
006210 2400-LIST-MISSING.
006220     COMPUTE CSR-RSD-RANGE-WIDTH = CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB)
006230         - CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB) + 1.
006240     MOVE 0 TO CSR-RSD-MISSING-CTR.
006250     PERFORM 2420-COUNT-ONE-SEQ THRU 2420-EXIT
006260         VARYING CSR-RSD-SEQ-SUB FROM 1 BY 1
006270         UNTIL CSR-RSD-SEQ-SUB > CSR-RSD-RANGE-WIDTH.
006280     IF CSR-RSD-MISSING-CTR = 0
006290         ADD 1 TO CSR-RSD-REQS-FULL-CTR
006300         GO TO 2400-EXIT
006310     END-IF.
006320     MOVE CSR-RSD-MISSING-CTR TO CSR-RSD-MISSING-ED.
006330     MOVE SPACES TO CSR-RSD-EXC-TEXT.
006340     STRING 'PART SENT -' CSR-RSD-MISSING-ED
006350         ' SEQUENCES NOT FOUND'
006360         DELIMITED BY SIZE INTO CSR-RSD-EXC-TEXT.
006370     PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT.
006380     MOVE 0 TO CSR-RSD-RUN-START.
006390     PERFORM 2450-CHECK-ONE-SEQ THRU 2450-EXIT
006400         VARYING CSR-RSD-SEQ-SUB FROM 1 BY 1
006410         UNTIL CSR-RSD-SEQ-SUB > CSR-RSD-RANGE-WIDTH.
006420     IF CSR-RSD-RUN-START > 0
006430         MOVE CSR-RSD-RANGE-WIDTH TO CSR-RSD-RUN-END
006440         PERFORM 2480-PRINT-ONE-RUN THRU 2480-EXIT
006450     END-IF.
006460 2400-EXIT.
006470     EXIT.
006480*
006490 2420-COUNT-ONE-SEQ.
006500     IF NOT CSR-RSD-SEEN(CSR-RSD-SEQ-SUB)
006510         ADD 1 TO CSR-RSD-MISSING-CTR
006520     END-IF.
006530 2420-EXIT.
006540     EXIT.
006550*
006560 2450-CHECK-ONE-SEQ.
006570     IF NOT CSR-RSD-SEEN(CSR-RSD-SEQ-SUB)
006580         IF CSR-RSD-RUN-START = 0
006590             MOVE CSR-RSD-SEQ-SUB TO CSR-RSD-RUN-START
006600         END-IF
006610         GO TO 2450-EXIT
006620     END-IF.
006630     IF CSR-RSD-RUN-START > 0
006640         COMPUTE CSR-RSD-RUN-END = CSR-RSD-SEQ-SUB - 1
006650         PERFORM 2480-PRINT-ONE-RUN THRU 2480-EXIT
006660         MOVE 0 TO CSR-RSD-RUN-START
006670     END-IF.
006680 2450-EXIT.
006690     EXIT.
006700*
006710 2480-PRINT-ONE-RUN.
006720     COMPUTE CSR-RSD-RUN-FROM-SEQ = CSR-RSD-RUN-START
006730         + CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB) - 1.
006740     COMPUTE CSR-RSD-RUN-TO-SEQ = CSR-RSD-RUN-END
006750         + CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB) - 1.
006760     MOVE SPACES TO CSR-RDR-TXT-BODY.
006770     IF CSR-RSD-RUN-FROM-SEQ = CSR-RSD-RUN-TO-SEQ
006780         STRING '          SEQUENCE NOT FOUND  '
006790             CSR-RSD-RUN-FROM-SEQ
006800             DELIMITED BY SIZE INTO CSR-RDR-TXT-BODY
006810     ELSE
006820         STRING '          SEQUENCE NOT FOUND  '
006830             CSR-RSD-RUN-FROM-SEQ ' THRU ' CSR-RSD-RUN-TO-SEQ
006840             DELIMITED BY SIZE INTO CSR-RDR-TXT-BODY
006850     END-IF.
006860     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TEXT-LINE.
006870 2480-EXIT.
006880     EXIT.
006890*
006900*****************************************************************
006910*    2600-OPEN-RESEND-FEED - THE PARTNER'S FEED NAME WITH .R,
006920*    THE RUN DATE AND HHMM APPENDED, AND ITS HDR RECORD.  THE
006930*    HDR IS BUILT IN THE FEED RECORD AREA - THE MESSAGE RECORD
006940*    AREA STILL HOLDS THE RECORD BEING RESENT.
006950*****************************************************************
006960 2600-OPEN-RESEND-FEED.
006970     MOVE SPACES TO CSR-RSD-FEED-NAME.
006980     STRING CSR-RSD-CURR-FEED DELIMITED BY SPACE
006990         '.R' CSR-RSD-TODAY-DATE '.' CSR-RSD-TODAY-TIME(1:4)
007000         DELIMITED BY SIZE
007010         INTO CSR-RSD-FEED-NAME
007020         ON OVERFLOW
007030             DISPLAY 'CIPHRSND: RESEND FEED NAME FOR '
007040                 CSR-RSD-CURR-ROUTE ' IS TOO LONG'
007050             SET CSR-RSD-FEED-FAILED TO TRUE
007060             MOVE 12 TO CSR-RSD-RETURN-CODE
007070             GO TO 2600-EXIT
007080     END-STRING.
007090     OPEN OUTPUT CSR-RSD-FEED-FILE.
007100     IF NOT CSR-RSD-FEED-OK
007110         DISPLAY 'CIPHRSND: FEED OPEN FAILED FOR '
007120             CSR-RSD-FEED-NAME ' STATUS = '
007130             CSR-RSD-FEED-STATUS
007140         SET CSR-RSD-FEED-FAILED TO TRUE
007150         MOVE 12 TO CSR-RSD-RETURN-CODE
007160         GO TO 2600-EXIT
007170     END-IF.
007180     SET CSR-RSD-FEED-IS-OPEN TO TRUE.
007190     MOVE SPACES TO CSR-RSD-FEED-RECORD.
007200     MOVE 'HDR' TO CSR-RSD-FEED-RECORD(1:3).
007210     MOVE CSR-RSD-FEED-BATCH-ID TO CSR-RSD-FEED-RECORD(4:8).
007220     MOVE CSR-RSD-TODAY-DATE TO CSR-RSD-FEED-RECORD(12:8).
007230     MOVE 'R' TO CSR-RSD-FEED-RECORD(20:1).
007240     WRITE CSR-RSD-FEED-RECORD.
007250 2600-EXIT.
007260     EXIT.
007270*
007280*****************************************************************
007290*    2700-WRITE-TRACE-REC - THE RESENT STATION FOR THE MESSAGE
007300*    IN HAND.  A FAILED TRACE WRITE IS WARNED, NOT FATAL -
007310*    LINEAGE IS EVIDENCE, NOT TRAFFIC.
007320*****************************************************************
007330 2700-WRITE-TRACE-REC.
007340     MOVE SPACES TO CSR-TRACE-RECORD.
007350     MOVE CSR-RSD-FEED-BATCH-ID TO CSR-TRC-BATCH-ID.
007360     MOVE CSR-MSG-SEQ-NO TO CSR-TRC-SEQ-NO.
007370     SET CSR-TRC-AT-RESENT TO TRUE.
007380     MOVE CSR-RSD-TODAY-DATE TO CSR-TRC-EVENT-DATE.
007390     MOVE CSR-RSD-TODAY-TIME TO CSR-TRC-EVENT-TIME.
007400     WRITE CSR-TRACE-RECORD.
007410     IF NOT CSR-RSD-TRACE-OK
007420         DISPLAY 'CIPHRSND: TRACE RECORD NOT WRITTEN, '
007430             'STATUS = ' CSR-RSD-TRACE-STATUS
007440     END-IF.
007450 2700-EXIT.
007460     EXIT.
007470*
007480*****************************************************************
007490*    3000-WRITE-FEED-AUDIT - ONE AUDIT RECORD PER RESEND FEED,
007500*    MARKED AS A RESEND (PROGRAM-ID CIPHRSND, ACTION S), WITH
007510*    THE PARTNER NAME, THE FEED'S BATCH ID, COUNT AND SEQUENCE
007520*    HASH, THE SAME WAY CIPHDIST RECORDS A NIGHTLY FEED.
007530*****************************************************************
007540 3000-WRITE-FEED-AUDIT.
007550     OPEN EXTEND CSR-RSD-AUDIT-FILE.
007560     IF CSR-RSD-AUDIT-STATUS NOT = '00'
007570         OPEN OUTPUT CSR-RSD-AUDIT-FILE
007580     END-IF.
007590     MOVE SPACES TO CSR-AUDIT-RECORD.
007600     MOVE CSR-RSD-TODAY-DATE TO CSR-AUD-RUN-DATE.
007610     MOVE CSR-RSD-TODAY-TIME TO CSR-AUD-RUN-TIME.
007620     MOVE 'CIPHRSND' TO CSR-AUD-PROGRAM-ID.
007630     MOVE 'S' TO CSR-AUD-ACTION.
007640     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
007650     MOVE 0 TO CSR-AUD-SHIFT-KEY.
007660     MOVE CSR-RSD-CURR-PARTNER TO CSR-AUD-KEYWORD.
007670     MOVE CSR-RSD-FEED-CTR TO CSR-AUD-RECS-IN.
007680     MOVE CSR-RSD-FEED-CTR TO CSR-AUD-RECS-OUT.
007690     MOVE 0 TO CSR-AUD-RECS-REJECTED.
007700     MOVE 0 TO CSR-AUD-RECS-VERIFIED.
007710     MOVE 0 TO CSR-AUD-RECS-VFY-FAIL.
007720     MOVE 0 TO CSR-AUD-RECS-CK-OK.
007730     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
007740     SET CSR-AUD-KEY-DAILY-DEFAULT TO TRUE.
007750     MOVE 'N' TO CSR-AUD-KEY-FALLBACK.
007760     MOVE CSR-RSD-FEED-BATCH-ID TO CSR-AUD-BATCH-ID.
007770     MOVE CSR-RSD-FEED-HASH TO CSR-AUD-SEQ-HASH.
007780     WRITE CSR-AUDIT-RECORD.
007790     IF CSR-RSD-AUDIT-STATUS NOT = '00'
007800         DISPLAY 'CIPHRSND: FEED AUDIT RECORD NOT WRITTEN, '
007810             'STATUS = ' CSR-RSD-AUDIT-STATUS
007820     END-IF.
007830     CLOSE CSR-RSD-AUDIT-FILE.
007840 3000-EXIT.
007850     EXIT.
007860*
007870*****************************************************************
007880*    3500-PRINT-EXCEPTION - ONE EXCEPTION LINE FOR REQUEST
007890*    CSR-RSD-CUR-SUB WITH THE REASON IN CSR-RSD-EXC-TEXT.
007900*****************************************************************
007910 3500-PRINT-EXCEPTION.
007920     ADD 1 TO CSR-RSD-EXC-CTR.
007930     MOVE CSR-RSD-CUR-SUB TO CSR-RDR-DTL-REQ.
007940     MOVE CSR-RSD-REQ-ROUTE(CSR-RSD-CUR-SUB) TO CSR-RDR-DTL-ROUTE.
007950     MOVE CSR-RSD-REQ-DATE(CSR-RSD-CUR-SUB) TO CSR-RDR-DTL-DATE.
007960     MOVE CSR-RSD-REQ-REF(CSR-RSD-CUR-SUB) TO CSR-RDR-DTL-REF.
007970     MOVE SPACES TO CSR-RDR-DTL-SCOPE.
007980     IF CSR-RSD-REQ-WHOLE(CSR-RSD-CUR-SUB)
007990         MOVE 'WHOLE FEED' TO CSR-RDR-DTL-SCOPE
008000     ELSE
008010         STRING CSR-RSD-REQ-FROM(CSR-RSD-CUR-SUB) '-'
008020             CSR-RSD-REQ-TO(CSR-RSD-CUR-SUB)
008030             DELIMITED BY SIZE INTO CSR-RDR-DTL-SCOPE
008040     END-IF.
008050     MOVE CSR-RSD-EXC-TEXT TO CSR-RDR-DTL-TEXT.
008060     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-DETAIL-LINE.
008070 3500-EXIT.
008080     EXIT.
008090*
008100*****************************************************************
008110*    4000-FINALIZE - RUN TOTALS, A RUN-LEVEL AUDIT RECORD AND
008120*    THE VERDICT.
008130*****************************************************************
008140 4000-FINALIZE.
008150     IF CSR-RSD-EXC-CTR = 0
008160         MOVE 'NO EXCEPTIONS - EVERY REQUEST SENT IN FULL'
008170             TO CSR-RDR-TXT-BODY
008180         WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TEXT-LINE
008190     END-IF.
008200     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-BLANK-LINE.
008210     MOVE 'REQUESTS READ' TO CSR-RDR-TOT-LABEL.
008220     MOVE CSR-RSD-REQS-READ-CTR TO CSR-RDR-TOT-COUNT.
008230     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TOTAL-LINE.
008240     MOVE 'REQUESTS SENT IN FULL' TO CSR-RDR-TOT-LABEL.
008250     MOVE CSR-RSD-REQS-FULL-CTR TO CSR-RDR-TOT-COUNT.
008260     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TOTAL-LINE.
008270     MOVE 'REQUESTS ON THE EXCEPTIONS LIST' TO CSR-RDR-TOT-LABEL.
008280     MOVE CSR-RSD-EXC-CTR TO CSR-RDR-TOT-COUNT.
008290     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TOTAL-LINE.
008300     MOVE 'MESSAGES RESENT' TO CSR-RDR-TOT-LABEL.
008310     MOVE CSR-RSD-SENT-CTR TO CSR-RDR-TOT-COUNT.
008320     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TOTAL-LINE.
008330     MOVE 'RESEND FEEDS WRITTEN' TO CSR-RDR-TOT-LABEL.
008340     MOVE CSR-RSD-FEEDS-CTR TO CSR-RDR-TOT-COUNT.
008350     WRITE CSR-RSD-RPT-RECORD FROM CSR-RDR-TOTAL-LINE.
008360     CLOSE CSR-RSD-RPT-FILE.
008370     CLOSE CSR-RSD-TRACE-FILE.
008380     CLOSE CSR-RSD-ROUTE-FILE.
008390     PERFORM 4300-WRITE-RUN-AUDIT THRU 4300-EXIT.
008400     DISPLAY 'CIPHRSND: ' CSR-RSD-REQS-READ-CTR ' REQUESTS, '
008410         CSR-RSD-SENT-CTR ' MESSAGES RESENT IN '
008420         CSR-RSD-FEEDS-CTR ' FEEDS, ' CSR-RSD-EXC-CTR
008430         ' EXCEPTIONS'.
008440     IF CSR-RSD-RETURN-CODE = 0
008450             AND CSR-RSD-EXC-CTR > 0
008460         MOVE 4 TO CSR-RSD-RETURN-CODE
008470     END-IF.
008480 4000-EXIT.
008490     EXIT.
008500*
008510*****************************************************************
008520*    4300-WRITE-RUN-AUDIT - THE RUN-LEVEL RECORD: IN = REQUESTS
008530*    READ, OUT = MESSAGES RESENT, REJECTED = REQUESTS ON THE
008540*    EXCEPTIONS LIST.
008550*****************************************************************
008560 4300-WRITE-RUN-AUDIT.
008570     OPEN EXTEND CSR-RSD-AUDIT-FILE.
008580     IF CSR-RSD-AUDIT-STATUS NOT = '00'
008590         OPEN OUTPUT CSR-RSD-AUDIT-FILE
008600     END-IF.
008610     MOVE SPACES TO CSR-AUDIT-RECORD.
008620     MOVE CSR-RSD-TODAY-DATE TO CSR-AUD-RUN-DATE.
008630     MOVE CSR-RSD-TODAY-TIME TO CSR-AUD-RUN-TIME.
008640     MOVE 'CIPHRSND' TO CSR-AUD-PROGRAM-ID.
008650     MOVE 'S' TO CSR-AUD-ACTION.
008660     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
008670     MOVE 0 TO CSR-AUD-SHIFT-KEY.
008680     MOVE SPACES TO CSR-AUD-KEYWORD.
008690     MOVE CSR-RSD-REQS-READ-CTR TO CSR-AUD-RECS-IN.
008700     MOVE CSR-RSD-SENT-CTR TO CSR-AUD-RECS-OUT.
008710     MOVE CSR-RSD-EXC-CTR TO CSR-AUD-RECS-REJECTED.
008720     MOVE 0 TO CSR-AUD-RECS-VERIFIED.
008730     MOVE 0 TO CSR-AUD-RECS-VFY-FAIL.
008740     MOVE 0 TO CSR-AUD-RECS-CK-OK.
008750     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
008760     SET CSR-AUD-KEY-DAILY-DEFAULT TO TRUE.
008770     MOVE 'N' TO CSR-AUD-KEY-FALLBACK.
008780     MOVE '*RESEND*' TO CSR-AUD-BATCH-ID.
008790     MOVE 0 TO CSR-AUD-SEQ-HASH.
008800     WRITE CSR-AUDIT-RECORD.
008810     IF CSR-RSD-AUDIT-STATUS NOT = '00'
008820         DISPLAY 'CIPHRSND: RUN AUDIT RECORD NOT WRITTEN, '
008830             'STATUS = ' CSR-RSD-AUDIT-STATUS
008840     END-IF.
008850     CLOSE CSR-RSD-AUDIT-FILE.
008860 4300-EXIT.
008870     EXIT.
008880*
008890 END PROGRAM CIPHRSND.
