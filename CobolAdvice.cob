000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - REJECT ADVICE TO FIELD OFFICES
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  WHEN A FIELD OFFICE'S
000180*                    TRAFFIC WENT TO SUSPENSE SOMEBODY IN
000190*                    OPERATIONS TELEPHONED THE OFFICE WITH
000200*                    SEQUENCE NUMBERS READ OFF SUSPRPT, AND THERE
000210*                    WAS NO RECORD THAT THE OFFICE WAS EVER TOLD.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHADV.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    RUNS AFTER THE CIPHER AND DISTRIBUTION STEPS.  READS BOTH
000320*    SUSPENSE FILES - MSGREJ FROM THE CIPHER RUN AND DSTSUSP
000330*    FROM THE DISTRIBUTION RUN - GROUPS THE ITEMS BY THE
000340*    ORIGINATING BATCH ID AND WRITES ONE REJECT ADVICE FILE PER
000350*    BATCH (REJADV.BBBBBBBB, LAYOUT CSRADV) FOR THE OFFICE THAT
000360*    SENT IT: HDR, ONE DTL PER ITEM WITH THE REASON IN PLAIN
000370*    ENGLISH AND THE START OF THE MESSAGE TEXT, AND A TRL WITH
000380*    THE COUNT AND SEQUENCE HASH.  EVERY ADVISED ITEM GETS AN
000390*    ADVISED STATION ON CIPHTRC, SO THERE IS PROOF THE OFFICE
000400*    WAS TOLD.
000410*
000420*    DSTSUSP ITEMS CARRY NO BATCH ID (MSGOUT DOES NOT CARRY
000430*    THE ORIGINATING BATCH).  THEIR BATCH IS TAKEN FROM THE
000440*    SHIPPED STATION THE CIPHER RUN POSTED FOR THE SAME
000450*    SEQUENCE NUMBER ON THE SAME CYCLE DATE - BUT ONLY WHEN
000460*    EXACTLY ONE BATCH MATCHES.  AN ITEM THAT CANNOT BE TIED TO
000470*    ONE BATCH IS NOT GUESSED AT: IT IS LISTED ON THE ADVRPT
000480*    RUN REPORT FOR OPERATIONS TO ADVISE BY HAND.
000490*
000500*    A SUSPENSE FILE NOT ON FILE IS AN EMPTY ONE - NOTHING WAS
000510*    SUSPENDED AT THAT STEP.  A RERUN REWRITES THE SAME ADVICE
000520*    FILES AND POSTS THE ADVISED STATIONS AGAIN.
000530*
000540*    RETURN CODES:
000550*        0 - EVERY SUSPENDED ITEM ADVISED (OR NONE TO ADVISE)
000560*        4 - ITEMS WITH NO ORIGINATING BATCH LEFT FOR
000570*            OPERATIONS TO ADVISE BY HAND
000580*       12 - A REQUIRED FILE WOULD NOT OPEN, AN ADVICE FILE
000590*            COULD NOT BE WRITTEN, OR A WORK TABLE OVERFLOWED
000600*
000610*    MODIFICATION HISTORY
000620*    DATE       INIT DESCRIPTION
000630*    10/15/26   CJD  ORIGINAL PROGRAM
000640*************************************************************
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. TOPL-BATCH.
000680 OBJECT-COMPUTER. TOPL-BATCH.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CSR-ADV-SUSP-FILE
000720         ASSIGN TO DYNAMIC CSR-ADV-SUSP-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CSR-ADV-SUSP-STATUS.
000750     SELECT CSR-ADV-OUT-FILE
000760         ASSIGN TO DYNAMIC CSR-ADV-OUT-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CSR-ADV-OUT-STATUS.
000790     SELECT CSR-ADV-TRACE-FILE ASSIGN TO "CIPHTRC"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CSR-ADV-TRACE-STATUS.
000820     SELECT CSR-ADV-RPT-FILE ASSIGN TO "ADVRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CSR-ADV-RPT-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CSR-ADV-SUSP-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CSRREJ.
000910 FD  CSR-ADV-OUT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CSRADV.
000940 FD  CSR-ADV-TRACE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CSRTRC.
000970 FD  CSR-ADV-RPT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  CSR-ADV-RPT-RECORD          PIC X(100).
001000*
001010 WORKING-STORAGE SECTION.
001020 01  CSR-ADV-SUSP-STATUS     PIC X(02).
001030     88  CSR-ADV-SUSP-OK          VALUE '00'.
001040     88  CSR-ADV-SUSP-EOF         VALUE '10'.
001050 01  CSR-ADV-OUT-STATUS      PIC X(02).
001060     88  CSR-ADV-OUT-OK           VALUE '00'.
001070 01  CSR-ADV-TRACE-STATUS    PIC X(02).
001080     88  CSR-ADV-TRACE-OK         VALUE '00'.
001090     88  CSR-ADV-TRACE-EOF        VALUE '10'.
001100 01  CSR-ADV-RPT-STATUS      PIC X(02).
001110     88  CSR-ADV-RPT-OK           VALUE '00'.
001120 01  CSR-ADV-SUSP-NAME       PIC X(30).
001130 01  CSR-ADV-OUT-NAME        PIC X(30).
001140 01  CSR-ADV-SOURCE-SW       PIC X(01).
001150     88  CSR-ADV-READING-MSGREJ   VALUE 'R'.
001160     88  CSR-ADV-READING-DSTSUSP  VALUE 'D'.
001170 01  CSR-ADV-TODAY-DATE      PIC 9(08).
001180 01  CSR-ADV-TODAY-TIME      PIC 9(08).
001190 01  CSR-ADV-RETURN-CODE     PIC 9(02) VALUE 0.
001200*
001210*    THE SUSPENDED MESSAGE IMAGE IS LAID OUT HERE TO PICK THE
001220*    SEQUENCE NUMBER AND TEXT OUT OF IT.
001230     COPY CSRMSG.
001240*
001250*    REASON CODE TEXT.
001260     COPY CSRRSN.
001270 01  CSR-ADV-RSN-SUB         PIC 9(02) COMP.
001280 01  CSR-ADV-RSN-FOUND-SW    PIC X(01).
001290     88  CSR-ADV-RSN-FOUND        VALUE 'Y'.
001300*
001310*    EVERY SUSPENDED ITEM FROM BOTH FILES.  THE RESOLVED BATCH
001320*    IS FILLED IN FROM THE TRACE FOR A DSTSUSP ITEM; A SECOND,
001330*    DIFFERENT MATCH MARKS THE ITEM AMBIGUOUS.
001340 01  CSR-ADV-ITEM-TABLE.
001350     05  CSR-ADV-IT-ENTRY    OCCURS 5000 TIMES.
001360         10  CSR-ADV-IT-BATCH-ID     PIC X(08).
001370         10  CSR-ADV-IT-SEQ-NO       PIC 9(06).
001380         10  CSR-ADV-IT-REASON       PIC X(02).
001390         10  CSR-ADV-IT-CYCLE-DATE   PIC 9(08).
001400         10  CSR-ADV-IT-SOURCE       PIC X(01).
001410         10  CSR-ADV-IT-EXCERPT      PIC X(60).
001420         10  CSR-ADV-IT-RES-BATCH    PIC X(08).
001430         10  CSR-ADV-IT-AMBIG-SW     PIC X(01).
001440             88  CSR-ADV-IT-AMBIGUOUS     VALUE 'Y'.
001450 01  CSR-ADV-IT-USED         PIC 9(05) COMP VALUE 0.
001460 01  CSR-ADV-IT-SUB          PIC 9(05) COMP.
001470*
001480*    THE DISTINCT ORIGINATING BATCHES, ONE ADVICE FILE EACH.
001490 01  CSR-ADV-BATCH-TABLE.
001500     05  CSR-ADV-BT-ENTRY    OCCURS 500 TIMES.
001510         10  CSR-ADV-BT-BATCH-ID     PIC X(08).
001520         10  CSR-ADV-BT-COUNT        PIC 9(07).
001530 01  CSR-ADV-BT-USED         PIC 9(05) COMP VALUE 0.
001540 01  CSR-ADV-BT-SUB          PIC 9(05) COMP.
001550 01  CSR-ADV-BT-FOUND-SW     PIC X(01).
001560     88  CSR-ADV-BT-FOUND         VALUE 'Y'.
001570*
001580*    THE RANGE OF CYCLE DATES ON THE UNATTRIBUTED ITEMS, SO
001590*    THE TRACE PASS CAN SKIP EVERY STATION OUTSIDE IT.
001600 01  CSR-ADV-NOBATCH-CTR     PIC 9(07) VALUE 0.
001610 01  CSR-ADV-LOW-DATE        PIC 9(08) VALUE 99999999.
001620 01  CSR-ADV-HIGH-DATE       PIC 9(08) VALUE 0.
001630*
001640 01  CSR-ADV-FILE-HASH       PIC 9(10).
001650 01  CSR-ADV-MSGREJ-CTR      PIC 9(07) VALUE 0.
001660 01  CSR-ADV-DSTSUSP-CTR     PIC 9(07) VALUE 0.
001670 01  CSR-ADV-RESOLVED-CTR    PIC 9(07) VALUE 0.
001680 01  CSR-ADV-ADVISED-CTR     PIC 9(07) VALUE 0.
001690 01  CSR-ADV-BY-HAND-CTR     PIC 9(07) VALUE 0.
001700 01  CSR-ADV-FILES-CTR       PIC 9(05) VALUE 0.
001710*
001720*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
001730*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
001740*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
001750 01  CSR-AVR-HEADING-1.
001760     05  FILLER              PIC X(36)
001770             VALUE 'REJECT ADVICE TO ORIGINATING OFFICES'.
001780     05  FILLER              PIC X(06) VALUE '  RUN '.
001790     05  CSR-AVR-HDG-DATE    PIC 9(08).
001800     05  FILLER              PIC X(50) VALUE SPACES.
001810 01  CSR-AVR-HEADING-2.
001820     05  FILLER              PIC X(04) VALUE SPACES.
001830     05  FILLER              PIC X(11) VALUE 'BATCH ID'.
001840     05  FILLER              PIC X(10) VALUE '     ITEMS'.
001850     05  FILLER              PIC X(04) VALUE SPACES.
001860     05  FILLER              PIC X(30) VALUE 'ADVICE FILE'.
001870     05  FILLER              PIC X(41) VALUE SPACES.
001880 01  CSR-AVR-FILE-LINE.
001890     05  FILLER              PIC X(04) VALUE SPACES.
001900     05  CSR-AVR-FIL-BATCH   PIC X(08).
001910     05  FILLER              PIC X(03) VALUE SPACES.
001920     05  FILLER              PIC X(03) VALUE SPACES.
001930     05  CSR-AVR-FIL-COUNT   PIC ZZZZZZ9.
001940     05  FILLER              PIC X(04) VALUE SPACES.
001950     05  CSR-AVR-FIL-NAME    PIC X(30).
001960     05  FILLER              PIC X(41) VALUE SPACES.
001970 01  CSR-AVR-HAND-HEADING.
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  FILLER              PIC X(41) VALUE
002000         'NOT ADVISED - NO SINGLE ORIGINATING BATCH'.
002010     05  FILLER              PIC X(17) VALUE ', ADVISE BY HAND'.
002020     05  FILLER              PIC X(40) VALUE SPACES.
002030 01  CSR-AVR-HAND-LINE.
002040     05  FILLER              PIC X(04) VALUE SPACES.
002050     05  FILLER              PIC X(04) VALUE 'SEQ '.
002060     05  CSR-AVR-HND-SEQ     PIC 9(06).
002070     05  FILLER              PIC X(08) VALUE '  CYCLE '.
002080     05  CSR-AVR-HND-DATE    PIC 9(08).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  CSR-AVR-HND-REASON  PIC X(40).
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  CSR-AVR-HND-WHY     PIC X(20).
002130     05  FILLER              PIC X(06) VALUE SPACES.
002140 01  CSR-AVR-TOTAL-LINE.
002150     05  FILLER              PIC X(02) VALUE SPACES.
002160     05  CSR-AVR-TOT-LABEL   PIC X(40).
002170     05  CSR-AVR-TOT-COUNT   PIC ZZZZZZ9.
002180     05  FILLER              PIC X(51) VALUE SPACES.
002190 01  CSR-AVR-BLANK-LINE      PIC X(100) VALUE SPACES.
002200*
002210 PROCEDURE DIVISION.
002220*
002230*****************************************************************
002240*    0000-MAINLINE
002250*****************************************************************
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     MOVE 'MSGREJ' TO CSR-ADV-SUSP-NAME.
002290     SET CSR-ADV-READING-MSGREJ TO TRUE.
002300     PERFORM 1500-LOAD-SUSPENSE THRU 1500-EXIT.
002310     MOVE 'DSTSUSP' TO CSR-ADV-SUSP-NAME.
002320     SET CSR-ADV-READING-DSTSUSP TO TRUE.
002330     PERFORM 1500-LOAD-SUSPENSE THRU 1500-EXIT.
002340     IF CSR-ADV-NOBATCH-CTR > 0
002350         PERFORM 2000-RESOLVE-BATCHES THRU 2000-EXIT
002360     END-IF.
002370     PERFORM 3000-WRITE-ALL-ADVICE THRU 3000-EXIT.
002380     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002390     MOVE CSR-ADV-RETURN-CODE TO RETURN-CODE.
002400     STOP RUN.
002410*
002420*****************************************************************
002430*    1000-INITIALIZE - OPEN THE RUN REPORT AND THE TRACE FILE
002440*    FOR APPEND.  THE TRACE IS REQUIRED - AN ADVICE WITH NO
002450*    ADVISED STATION BEHIND IT PROVES NOTHING.
002460*****************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT CSR-ADV-TODAY-DATE FROM DATE YYYYMMDD.
002490     ACCEPT CSR-ADV-TODAY-TIME FROM TIME.
002500     OPEN OUTPUT CSR-ADV-RPT-FILE.
002510     IF NOT CSR-ADV-RPT-OK
002520         DISPLAY 'CIPHADV: ADVRPT OPEN FAILED, STATUS = '
002530             CSR-ADV-RPT-STATUS
002540         MOVE 12 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     OPEN EXTEND CSR-ADV-TRACE-FILE.
002580     IF NOT CSR-ADV-TRACE-OK
002590         OPEN OUTPUT CSR-ADV-TRACE-FILE
002600     END-IF.
002610     IF NOT CSR-ADV-TRACE-OK
002620         DISPLAY 'CIPHADV: CIPHTRC OPEN FAILED, STATUS = '
002630             CSR-ADV-TRACE-STATUS
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     CLOSE CSR-ADV-TRACE-FILE.
002680     MOVE CSR-ADV-TODAY-DATE TO CSR-AVR-HDG-DATE.
002690     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-HEADING-1.
002700     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-BLANK-LINE.
002710 1000-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002750*    1500-LOAD-SUSPENSE - EVERY ITEM OF THE SUSPENSE FILE NAMED
002760*    IN CSR-ADV-SUSP-NAME INTO THE ITEM TABLE.
002770*****************************************************************
002780 1500-LOAD-SUSPENSE.
002790     OPEN INPUT CSR-ADV-SUSP-FILE.
002800     IF NOT CSR-ADV-SUSP-OK
002810         DISPLAY 'CIPHADV: ' CSR-ADV-SUSP-NAME
002820             ' NOT ON FILE, STATUS = ' CSR-ADV-SUSP-STATUS
002830             ' - NOTHING SUSPENDED THERE'
002840         GO TO 1500-EXIT
002850     END-IF.
002860     PERFORM 1550-LOAD-ONE-ITEM THRU 1550-EXIT
002870         UNTIL CSR-ADV-SUSP-EOF.
002880     CLOSE CSR-ADV-SUSP-FILE.
002890 1500-EXIT.
002900     EXIT.
002910*
002920 1550-LOAD-ONE-ITEM.
002930     READ CSR-ADV-SUSP-FILE
002940         AT END
002950             SET CSR-ADV-SUSP-EOF TO TRUE
002960             GO TO 1550-EXIT
002970     END-READ.
002980     IF CSR-ADV-IT-USED NOT < 5000
002990         DISPLAY 'CIPHADV: ITEM TABLE FULL AT 5000 - ADVICE '
003000             'NOT WRITTEN'
003010         MOVE 12 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     ADD 1 TO CSR-ADV-IT-USED.
003050     MOVE CSR-ADV-IT-USED TO CSR-ADV-IT-SUB.
003060     MOVE CSR-REJ-MESSAGE-IMAGE TO CSR-MESSAGE-RECORD.
003070     IF CSR-MSG-SEQ-NO NOT NUMERIC
003080         MOVE 0 TO CSR-MSG-SEQ-NO
003090     END-IF.
003100     MOVE CSR-REJ-BATCH-ID TO CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB).
003110     MOVE CSR-MSG-SEQ-NO TO CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB).
003120     MOVE CSR-REJ-REASON-CODE
003130         TO CSR-ADV-IT-REASON(CSR-ADV-IT-SUB).
003140     IF CSR-REJ-CYCLE-DATE NUMERIC
003150         MOVE CSR-REJ-CYCLE-DATE
003160             TO CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003170     ELSE
003180         MOVE 0 TO CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003190     END-IF.
003200     MOVE CSR-ADV-SOURCE-SW TO CSR-ADV-IT-SOURCE(CSR-ADV-IT-SUB).
003210     MOVE CSR-MSG-TEXT(1:60)
003220         TO CSR-ADV-IT-EXCERPT(CSR-ADV-IT-SUB).
003230     MOVE SPACES TO CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB).
003240     MOVE 'N' TO CSR-ADV-IT-AMBIG-SW(CSR-ADV-IT-SUB).
003250     IF CSR-ADV-READING-MSGREJ
003260         ADD 1 TO CSR-ADV-MSGREJ-CTR
003270     ELSE
003280         ADD 1 TO CSR-ADV-DSTSUSP-CTR
003290     END-IF.
003300     IF CSR-REJ-BATCH-ID = SPACES
003310         ADD 1 TO CSR-ADV-NOBATCH-CTR
003320         IF CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003330                 < CSR-ADV-LOW-DATE
003340             MOVE CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003350                 TO CSR-ADV-LOW-DATE
003360         END-IF
003370         IF CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003380                 > CSR-ADV-HIGH-DATE
003390             MOVE CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003400                 TO CSR-ADV-HIGH-DATE
003410         END-IF
003420     END-IF.
003430 1550-EXIT.
003440     EXIT.
003450*
003460*****************************************************************
003470*    2000-RESOLVE-BATCHES - ONE PASS OF THE TRACE FILE, TYING
003480*    EACH ITEM WITH NO BATCH ID TO THE BATCH WHOSE SHIPPED
003490*    STATION CARRIES THE SAME SEQUENCE NUMBER AND CYCLE DATE.
003500*    A TRACE FILE NOT ON FILE LEAVES EVERY SUCH ITEM FOR
003510*    ADVICE BY HAND.
003520*****************************************************************
003530 2000-RESOLVE-BATCHES.
003540     OPEN INPUT CSR-ADV-TRACE-FILE.
003550     IF NOT CSR-ADV-TRACE-OK
003560         DISPLAY 'CIPHADV: CIPHTRC NOT READABLE, STATUS = '
003570             CSR-ADV-TRACE-STATUS ' - DSTSUSP ITEMS NOT RESOLVED'
003580         GO TO 2000-EXIT
003590     END-IF.
003600     PERFORM 2100-CHECK-ONE-STATION THRU 2100-EXIT
003610         UNTIL CSR-ADV-TRACE-EOF.
003620     CLOSE CSR-ADV-TRACE-FILE.
003630     PERFORM 2300-SETTLE-ONE-ITEM THRU 2300-EXIT
003640         VARYING CSR-ADV-IT-SUB FROM 1 BY 1
003650         UNTIL CSR-ADV-IT-SUB > CSR-ADV-IT-USED.
003660 2000-EXIT.
003670     EXIT.
003680*
003690 2100-CHECK-ONE-STATION.
003700     READ CSR-ADV-TRACE-FILE
003710         AT END
003720             SET CSR-ADV-TRACE-EOF TO TRUE
003730             GO TO 2100-EXIT
003740     END-READ.
003750     IF NOT CSR-TRC-AT-SHIPPED
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF CSR-TRC-EVENT-DATE < CSR-ADV-LOW-DATE
003790             OR CSR-TRC-EVENT-DATE > CSR-ADV-HIGH-DATE
003800         GO TO 2100-EXIT
003810     END-IF.
003820     PERFORM 2200-MATCH-ONE-ITEM THRU 2200-EXIT
003830         VARYING CSR-ADV-IT-SUB FROM 1 BY 1
003840         UNTIL CSR-ADV-IT-SUB > CSR-ADV-IT-USED.
003850 2100-EXIT.
003860     EXIT.
003870*
003880 2200-MATCH-ONE-ITEM.
003890     IF CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) NOT = SPACES
003900         GO TO 2200-EXIT
003910     END-IF.
003920     IF CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB) NOT = CSR-TRC-SEQ-NO
003930             OR CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
003940                 NOT = CSR-TRC-EVENT-DATE
003950         GO TO 2200-EXIT
003960     END-IF.
003970     IF CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB) = SPACES
003980         MOVE CSR-TRC-BATCH-ID
003990             TO CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB)
004000     ELSE
004010         IF CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB)
004020                 NOT = CSR-TRC-BATCH-ID
004030             MOVE 'Y' TO CSR-ADV-IT-AMBIG-SW(CSR-ADV-IT-SUB)
004040         END-IF
004050     END-IF.
004060 2200-EXIT.
004070     EXIT.
004080*
004090 2300-SETTLE-ONE-ITEM.
004100     IF CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) NOT = SPACES
004110             OR CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB) = SPACES
004120             OR CSR-ADV-IT-AMBIGUOUS(CSR-ADV-IT-SUB)
004130         GO TO 2300-EXIT
004140     END-IF.
004150     MOVE CSR-ADV-IT-RES-BATCH(CSR-ADV-IT-SUB)
004160         TO CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB).
004170     ADD 1 TO CSR-ADV-RESOLVED-CTR.
004180 2300-EXIT.
004190     EXIT.
004200*
004210*****************************************************************
004220*    3000-WRITE-ALL-ADVICE - COLLECT THE DISTINCT BATCHES, THEN
004230*    WRITE ONE ADVICE FILE PER BATCH AND LIST THE ITEMS LEFT
004240*    FOR ADVICE BY HAND.
004250*****************************************************************
004260 3000-WRITE-ALL-ADVICE.
004270     PERFORM 3100-COLLECT-ONE-BATCH THRU 3100-EXIT
004280         VARYING CSR-ADV-IT-SUB FROM 1 BY 1
004290         UNTIL CSR-ADV-IT-SUB > CSR-ADV-IT-USED.
004300     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-HEADING-2.
004310     OPEN EXTEND CSR-ADV-TRACE-FILE.
004320     IF NOT CSR-ADV-TRACE-OK
004330         DISPLAY 'CIPHADV: CIPHTRC OPEN FAILED, STATUS = '
004340             CSR-ADV-TRACE-STATUS
004350         MOVE 12 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     PERFORM 3200-WRITE-ONE-ADVICE THRU 3200-EXIT
004390         VARYING CSR-ADV-BT-SUB FROM 1 BY 1
004400         UNTIL CSR-ADV-BT-SUB > CSR-ADV-BT-USED.
004410     CLOSE CSR-ADV-TRACE-FILE.
004420     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-BLANK-LINE.
004430     IF CSR-ADV-NOBATCH-CTR > CSR-ADV-RESOLVED-CTR
004440         WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-HAND-HEADING
004450         PERFORM 3500-LIST-ONE-BY-HAND THRU 3500-EXIT
004460             VARYING CSR-ADV-IT-SUB FROM 1 BY 1
004470             UNTIL CSR-ADV-IT-SUB > CSR-ADV-IT-USED
004480         WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-BLANK-LINE
004490     END-IF.
004500 3000-EXIT.
004510     EXIT.
004520*
004530 3100-COLLECT-ONE-BATCH.
004540     IF CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) = SPACES
004550         GO TO 3100-EXIT
004560     END-IF.
004570     MOVE 'N' TO CSR-ADV-BT-FOUND-SW.
004580     PERFORM 3150-MATCH-ONE-BATCH THRU 3150-EXIT
004590         VARYING CSR-ADV-BT-SUB FROM 1 BY 1
004600         UNTIL CSR-ADV-BT-SUB > CSR-ADV-BT-USED
004610             OR CSR-ADV-BT-FOUND.
004620     IF CSR-ADV-BT-FOUND
004630         GO TO 3100-EXIT
004640     END-IF.
004650     IF CSR-ADV-BT-USED NOT < 500
004660         DISPLAY 'CIPHADV: BATCH TABLE FULL AT 500 - ADVICE '
004670             'NOT WRITTEN'
004680         MOVE 12 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     ADD 1 TO CSR-ADV-BT-USED.
004720     MOVE CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB)
004730         TO CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-USED).
004740     MOVE 0 TO CSR-ADV-BT-COUNT(CSR-ADV-BT-USED).
004750 3100-EXIT.
004760     EXIT.
004770*
004780 3150-MATCH-ONE-BATCH.
004790     IF CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-SUB)
004800             = CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB)
004810         SET CSR-ADV-BT-FOUND TO TRUE
004820     END-IF.
004830 3150-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    3200-WRITE-ONE-ADVICE - HDR, EVERY ITEM OF THE BATCH, TRL.
004880*****************************************************************
004890 3200-WRITE-ONE-ADVICE.
004900     MOVE SPACES TO CSR-ADV-OUT-NAME.
004910     STRING 'REJADV.' CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-SUB)
004920         DELIMITED BY SIZE INTO CSR-ADV-OUT-NAME.
004930     OPEN OUTPUT CSR-ADV-OUT-FILE.
004940     IF NOT CSR-ADV-OUT-OK
004950         DISPLAY 'CIPHADV: ' CSR-ADV-OUT-NAME
004960             ' OPEN FAILED, STATUS = ' CSR-ADV-OUT-STATUS
004970         MOVE 12 TO CSR-ADV-RETURN-CODE
004980         GO TO 3200-EXIT
004990     END-IF.
005000     MOVE SPACES TO CSR-ADV-HEADER-RECORD.
005010     MOVE 'HDR' TO CSR-ADH-RECORD-TYPE.
005020     MOVE CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-SUB) TO CSR-ADH-BATCH-ID.
005030     MOVE CSR-ADV-TODAY-DATE TO CSR-ADH-CREATE-DATE.
005040     WRITE CSR-ADV-HEADER-RECORD.
005050     MOVE 0 TO CSR-ADV-FILE-HASH.
005060     PERFORM 3300-ADVISE-ONE-ITEM THRU 3300-EXIT
005070         VARYING CSR-ADV-IT-SUB FROM 1 BY 1
005080         UNTIL CSR-ADV-IT-SUB > CSR-ADV-IT-USED.
005090     MOVE SPACES TO CSR-ADV-TRAILER-RECORD.
005100     MOVE 'TRL' TO CSR-ADT-RECORD-TYPE.
005110     MOVE CSR-ADV-BT-COUNT(CSR-ADV-BT-SUB)
005120         TO CSR-ADT-RECORD-COUNT.
005130     MOVE CSR-ADV-FILE-HASH TO CSR-ADT-SEQ-HASH.
005140     WRITE CSR-ADV-TRAILER-RECORD.
005150     IF NOT CSR-ADV-OUT-OK
005160         DISPLAY 'CIPHADV: ' CSR-ADV-OUT-NAME
005170             ' WRITE FAILED, STATUS = ' CSR-ADV-OUT-STATUS
005180         MOVE 12 TO CSR-ADV-RETURN-CODE
005190     END-IF.
005200     CLOSE CSR-ADV-OUT-FILE.
005210     ADD 1 TO CSR-ADV-FILES-CTR.
005220     MOVE CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-SUB)
005230         TO CSR-AVR-FIL-BATCH.
005240     MOVE CSR-ADV-BT-COUNT(CSR-ADV-BT-SUB) TO CSR-AVR-FIL-COUNT.
005250     MOVE CSR-ADV-OUT-NAME TO CSR-AVR-FIL-NAME.
005260     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-FILE-LINE.
005270 3200-EXIT.
005280     EXIT.
005290*
005300 3300-ADVISE-ONE-ITEM.
005310     IF CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB)
005320             NOT = CSR-ADV-BT-BATCH-ID(CSR-ADV-BT-SUB)
005330         GO TO 3300-EXIT
005340     END-IF.
005350     MOVE SPACES TO CSR-ADVICE-RECORD.
005360     MOVE 'DTL' TO CSR-ADV-RECORD-TYPE.
005370     MOVE CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) TO CSR-ADV-BATCH-ID.
005380     MOVE CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB) TO CSR-ADV-SEQ-NO.
005390     MOVE CSR-ADV-IT-REASON(CSR-ADV-IT-SUB)
005400         TO CSR-ADV-REASON-CODE.
005410     PERFORM 3600-TRANSLATE-REASON THRU 3600-EXIT.
005420     MOVE CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
005430         TO CSR-ADV-CYCLE-DATE.
005440     MOVE CSR-ADV-IT-SOURCE(CSR-ADV-IT-SUB)
005450         TO CSR-ADV-SUSPENSE-FILE.
005460     MOVE CSR-ADV-IT-EXCERPT(CSR-ADV-IT-SUB)
005470         TO CSR-ADV-TEXT-EXCERPT.
005480     WRITE CSR-ADVICE-RECORD.
005490     IF NOT CSR-ADV-OUT-OK
005500         GO TO 3300-EXIT
005510     END-IF.
005520     ADD 1 TO CSR-ADV-BT-COUNT(CSR-ADV-BT-SUB).
005530     ADD CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB) TO CSR-ADV-FILE-HASH.
005540     ADD 1 TO CSR-ADV-ADVISED-CTR.
005550     MOVE SPACES TO CSR-TRACE-RECORD.
005560     MOVE CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) TO CSR-TRC-BATCH-ID.
005570     MOVE CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB) TO CSR-TRC-SEQ-NO.
005580     SET CSR-TRC-AT-ADVISED TO TRUE.
005590     MOVE CSR-ADV-TODAY-DATE TO CSR-TRC-EVENT-DATE.
005600     MOVE CSR-ADV-TODAY-TIME TO CSR-TRC-EVENT-TIME.
005610     MOVE CSR-ADV-IT-REASON(CSR-ADV-IT-SUB)
005620         TO CSR-TRC-REASON-CODE.
005630     WRITE CSR-TRACE-RECORD.
005640     IF NOT CSR-ADV-TRACE-OK
005650         DISPLAY 'CIPHADV: TRACE WRITE FAILED, STATUS = '
005660             CSR-ADV-TRACE-STATUS
005670         MOVE 12 TO CSR-ADV-RETURN-CODE
005680     END-IF.
005690 3300-EXIT.
005700     EXIT.
005710*
005720 3500-LIST-ONE-BY-HAND.
005730     IF CSR-ADV-IT-BATCH-ID(CSR-ADV-IT-SUB) NOT = SPACES
005740         GO TO 3500-EXIT
005750     END-IF.
005760     ADD 1 TO CSR-ADV-BY-HAND-CTR.
005770     MOVE CSR-ADV-IT-SEQ-NO(CSR-ADV-IT-SUB) TO CSR-AVR-HND-SEQ.
005780     MOVE CSR-ADV-IT-CYCLE-DATE(CSR-ADV-IT-SUB)
005790         TO CSR-AVR-HND-DATE.
005800     PERFORM 3600-TRANSLATE-REASON THRU 3600-EXIT.
005810     MOVE CSR-ADV-REASON-TEXT TO CSR-AVR-HND-REASON.
005820     IF CSR-ADV-IT-AMBIGUOUS(CSR-ADV-IT-SUB)
005830         MOVE 'SEVERAL BATCHES' TO CSR-AVR-HND-WHY
005840     ELSE
005850         MOVE 'NO SHIPPED STATION' TO CSR-AVR-HND-WHY
005860     END-IF.
005870     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-HAND-LINE.
005880 3500-EXIT.
005890     EXIT.
005900*
005910*****************************************************************
005920*    3600-TRANSLATE-REASON - PLAIN-ENGLISH TEXT FOR THE REASON
005930*    CODE OF THE ITEM IN CSR-ADV-IT-SUB, INTO THE ADVICE
005940*    DETAIL AREA.  A CODE NOT ON THE TABLE IS SHOWN AS SUCH
005950*    RATHER THAN DROPPED.
005960*****************************************************************
005970 3600-TRANSLATE-REASON.
005980     MOVE 'N' TO CSR-ADV-RSN-FOUND-SW.
005990     PERFORM 3650-MATCH-ONE-REASON THRU 3650-EXIT
006000         VARYING CSR-ADV-RSN-SUB FROM 1 BY 1
006010         UNTIL CSR-ADV-RSN-SUB > CSR-RSN-ENTRIES
006020             OR CSR-ADV-RSN-FOUND.
006030     IF NOT CSR-ADV-RSN-FOUND
006040         MOVE SPACES TO CSR-ADV-REASON-TEXT
006050         STRING 'REASON CODE ' CSR-ADV-IT-REASON(CSR-ADV-IT-SUB)
006060             ' - SEE OPERATIONS' DELIMITED BY SIZE
006070             INTO CSR-ADV-REASON-TEXT
006080     END-IF.
006090 3600-EXIT.
006100     EXIT.
006110*
006120 3650-MATCH-ONE-REASON.
006130     IF CSR-RSN-CODE(CSR-ADV-RSN-SUB)
006140             = CSR-ADV-IT-REASON(CSR-ADV-IT-SUB)
006150         MOVE CSR-RSN-TEXT(CSR-ADV-RSN-SUB) TO CSR-ADV-REASON-TEXT
006160         SET CSR-ADV-RSN-FOUND TO TRUE
006170     END-IF.
006180 3650-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220*    4000-FINALIZE - TOTALS AND THE VERDICT.
006230*****************************************************************
006240 4000-FINALIZE.
006250     MOVE 'ITEMS ON MSGREJ' TO CSR-AVR-TOT-LABEL.
006260     MOVE CSR-ADV-MSGREJ-CTR TO CSR-AVR-TOT-COUNT.
006270     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006280     MOVE 'ITEMS ON DSTSUSP' TO CSR-AVR-TOT-LABEL.
006290     MOVE CSR-ADV-DSTSUSP-CTR TO CSR-AVR-TOT-COUNT.
006300     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006310     MOVE '  BATCH RESOLVED FROM THE TRACE' TO CSR-AVR-TOT-LABEL.
006320     MOVE CSR-ADV-RESOLVED-CTR TO CSR-AVR-TOT-COUNT.
006330     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006340     MOVE 'ITEMS ADVISED' TO CSR-AVR-TOT-LABEL.
006350     MOVE CSR-ADV-ADVISED-CTR TO CSR-AVR-TOT-COUNT.
006360     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006370     MOVE 'ADVICE FILES WRITTEN' TO CSR-AVR-TOT-LABEL.
006380     MOVE CSR-ADV-FILES-CTR TO CSR-AVR-TOT-COUNT.
006390     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006400     MOVE 'ITEMS TO ADVISE BY HAND' TO CSR-AVR-TOT-LABEL.
006410     MOVE CSR-ADV-BY-HAND-CTR TO CSR-AVR-TOT-COUNT.
006420     WRITE CSR-ADV-RPT-RECORD FROM CSR-AVR-TOTAL-LINE.
006430     CLOSE CSR-ADV-RPT-FILE.
006440     DISPLAY 'CIPHADV: ' CSR-ADV-ADVISED-CTR ' ITEMS ADVISED IN '
006450         CSR-ADV-FILES-CTR ' FILES, ' CSR-ADV-BY-HAND-CTR
006460         ' TO ADVISE BY HAND'.
006470     IF CSR-ADV-RETURN-CODE = 0
006480             AND CSR-ADV-BY-HAND-CTR > 0
006490         MOVE 4 TO CSR-ADV-RETURN-CODE
006500     END-IF.
006510 4000-EXIT.
006520     EXIT.
006530*
006540 END PROGRAM CIPHADV.
