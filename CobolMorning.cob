000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - MORNING OPERATIONS STATUS
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  THE MORNING OPERATOR RAN
000180*                    CYCSTAT, BRGLIST, SUSPAGE AND CIPHRCON,
000190*                    LOOKED OVER KEYMAINT'S PENDING LIST AND PUT
000200*                    THE NIGHT TOGETHER BY HAND BEFORE ANYONE
000210*                    KNEW WHETHER IT HAD GONE WELL.
000212*    10/15/26   CJD  A BATCH BACKED OUT BY CIPHBACK AND NOT YET
000214*                    RERUN IS MARKED AND RAISED AT AMBER.
000216*    10/15/26   CJD  EXPEDITED DISTRIBUTION FEED LINES (ACTION
000218*                    P) KEPT OUT OF THE NIGHTLY FEED LINES.
000219*    10/15/26   CJD  ROUTE KEY SCHEDULES CHECKED AHEAD TOO.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHMORN.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    ONE-PAGE STATUS OF A NIGHTLY CYCLE FOR THE MORNING SHIFT,
000320*    ON MORNRPT:
000330*      - THE CIPHCYC STEP SWITCHES AND COMPLETION TIMES
000340*      - EVERY CAESARB PER-BATCH AND CIPHDIST PER-FEED AUDIT
000350*        LINE ON CIPHAUD FOR THE CYCLE DATE
000360*      - THE CIPHBRG BATCH REGISTRATIONS MADE THAT DAY
000370*      - OPEN MSGREJ AND DSTSUSP SUSPENSE ITEMS BY REASON
000380*      - ANY CIPHCKP RESTART POINT STILL OUTSTANDING (A RUN
000390*        THAT FAILED AND HAS NOT BEEN RESTARTED TO COMPLETION)
000400*      - CIPHPND KEY CHANGES AWAITING A SECOND APPROVER
000410*      - WHETHER THE HOUSE KEY SCHEDULE ON CIPHKEY COVERS THE
000420*        NEXT FIVE BUSINESS DAYS OF THE CIPHCAL CALENDAR.  THE
000430*        REPORT IS EMAILED, SO IT SAYS ONLY WHETHER A KEY IS ON
000440*        FILE - NEVER THE KEY ITSELF.
000442*      - THE SAME FOR EVERY CIPHRTE ROUTE THAT HAS A KEY
000444*        SCHEDULE OF ITS OWN ON CIPHKEY
000450*    IT ENDS WITH AN OVERALL GREEN/AMBER/RED STATUS AND THE
000460*    FINDINGS BEHIND IT.  RED IS A CYCLE THAT DID NOT FINISH
000470*    (NO CYCLE RECORD, INTAKE, CIPHER OR RECONCILIATION NOT
000480*    DONE), A RESTART POINT OUTSTANDING, OR NO HOUSE KEY FOR
000490*    THE NEXT BUSINESS DAY.  AMBER IS WORK FOR THE SHIFT -
000500*    HOUSEKEEPING NOT DONE, NO BATCH OR FEED AUDIT LINES FOR
000510*    THE DATE, ANYTHING IN SUSPENSE, APPROVALS WAITING, OR A
000520*    LATER BUSINESS DAY WITH NO HOUSE KEY, OR A BATCH BACKED
000525*    OUT BY CIPHBACK THAT HAS NOT BEEN RERUN, OR A BUSINESS DAY
000527*    A ROUTE WITH ITS OWN KEY SCHEDULE HAS NO KEY FOR.
000530*
000540*    ARGUMENTS: 1 - CYCLE DATE, YYYYMMDD (DEFAULT THE CIPHPARM
000550*                   RUN DATE, ELSE TODAY)
000560*
000570*    RETURN CODES:
000580*        0 - GREEN
000590*        4 - AMBER
000600*        8 - RED
000610*       12 - BAD CYCLE DATE OR THE REPORT WOULD NOT OPEN
000620*
000630*    MODIFICATION HISTORY
000640*    DATE       INIT DESCRIPTION
000650*    10/15/26   CJD  ORIGINAL PROGRAM
000655*    10/15/26   CJD  BACKED-OUT REGISTRATIONS MARKED, AMBER
000657*    10/15/26   CJD  EXPEDITED FEED LINES LEFT OUT
000658*    10/15/26   CJD  ROUTE KEY SCHEDULE COVERAGE, AMBER
000660*************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. TOPL-BATCH.
000700 OBJECT-COMPUTER. TOPL-BATCH.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT CSR-MOR-PARM-FILE ASSIGN TO "CIPHPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CSR-MOR-PARM-STATUS.
000760     SELECT CSR-MOR-CYC-FILE ASSIGN TO "CIPHCYC"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CSR-CYC-RUN-DATE
000800         FILE STATUS IS CSR-MOR-CYC-STATUS.
000810     SELECT CSR-MOR-AUDIT-FILE ASSIGN TO "CIPHAUD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CSR-MOR-AUDIT-STATUS.
000840     SELECT CSR-MOR-BRG-FILE ASSIGN TO "CIPHBRG"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CSR-BRG-BATCH-ID
000880         FILE STATUS IS CSR-MOR-BRG-STATUS.
000890     SELECT CSR-MOR-SUSP-FILE
000900         ASSIGN TO DYNAMIC CSR-MOR-SUSP-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CSR-MOR-SUSP-STATUS.
000930     SELECT CSR-MOR-CKP-FILE ASSIGN TO "CIPHCKP"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS CSR-CKP-PROGRAM-ID
000970         FILE STATUS IS CSR-MOR-CKP-STATUS.
000980     SELECT CSR-MOR-PND-FILE ASSIGN TO "CIPHPND"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CSR-PND-KEY
001020         FILE STATUS IS CSR-MOR-PND-STATUS.
001030     SELECT CSR-MOR-KEY-FILE ASSIGN TO "CIPHKEY"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS CSR-KEY-ID
001070         FILE STATUS IS CSR-MOR-KEY-STATUS.
001072     SELECT CSR-MOR-ROUTE-FILE ASSIGN TO "CIPHRTE"
001074         ORGANIZATION IS INDEXED
001075         ACCESS MODE IS DYNAMIC
001076         RECORD KEY IS CSR-RTE-CODE
001078         FILE STATUS IS CSR-MOR-ROUTE-STATUS.
001080     SELECT CSR-MOR-RPT-FILE ASSIGN TO "MORNRPT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS CSR-MOR-RPT-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  CSR-MOR-PARM-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CSRPRM.
001170 FD  CSR-MOR-CYC-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CSRCYC.
001200 FD  CSR-MOR-AUDIT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CSRAUD.
001230 FD  CSR-MOR-BRG-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CSRBRG.
001260 FD  CSR-MOR-SUSP-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CSRREJ.
001290 FD  CSR-MOR-CKP-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CSRCKP.
001320 FD  CSR-MOR-PND-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CSRPND.
001350 FD  CSR-MOR-KEY-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CSRKEY.
001372 FD  CSR-MOR-ROUTE-FILE
001374     LABEL RECORDS ARE STANDARD.
001376     COPY CSRRTE.
001380 FD  CSR-MOR-RPT-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  CSR-MOR-RPT-RECORD          PIC X(100).
001410*
001420 WORKING-STORAGE SECTION.
001430 01  CSR-MOR-PARM-STATUS     PIC X(02).
001440     88  CSR-MOR-PARM-OK          VALUE '00'.
001450 01  CSR-MOR-CYC-STATUS      PIC X(02).
001460     88  CSR-MOR-CYC-OK           VALUE '00'.
001470 01  CSR-MOR-AUDIT-STATUS    PIC X(02).
001480     88  CSR-MOR-AUDIT-OK         VALUE '00'.
001490     88  CSR-MOR-AUDIT-EOF        VALUE '10'.
001500 01  CSR-MOR-BRG-STATUS      PIC X(02).
001510     88  CSR-MOR-BRG-OK           VALUE '00'.
001520 01  CSR-MOR-SUSP-STATUS     PIC X(02).
001530     88  CSR-MOR-SUSP-OK          VALUE '00'.
001540     88  CSR-MOR-SUSP-EOF         VALUE '10'.
001550 01  CSR-MOR-CKP-STATUS      PIC X(02).
001560     88  CSR-MOR-CKP-OK           VALUE '00'.
001570 01  CSR-MOR-PND-STATUS      PIC X(02).
001580     88  CSR-MOR-PND-OK           VALUE '00'.
001590 01  CSR-MOR-KEY-STATUS      PIC X(02).
001600     88  CSR-MOR-KEY-OK           VALUE '00'.
001602 01  CSR-MOR-ROUTE-STATUS    PIC X(02).
001604     88  CSR-MOR-ROUTE-OK         VALUE '00'.
001610 01  CSR-MOR-RPT-STATUS      PIC X(02).
001620     88  CSR-MOR-RPT-OK           VALUE '00'.
001630 01  CSR-MOR-SUSP-NAME       PIC X(30).
001640 01  CSR-MOR-SUSP-WHICH      PIC X(01).
001650     88  CSR-MOR-READING-MSGREJ   VALUE 'M'.
001660     88  CSR-MOR-READING-DSTSUSP  VALUE 'D'.
001670 01  CSR-ARG-VALUE           PIC X(20).
001680 01  CSR-ARG-NUMBER          PIC 9(02) COMP VALUE 0.
001690 01  CSR-MOR-CYCLE-DATE-X    PIC X(08).
001700 01  CSR-MOR-CYCLE-DATE REDEFINES CSR-MOR-CYCLE-DATE-X
001710                             PIC 9(08).
001720 01  CSR-MOR-TODAY-DATE      PIC 9(08).
001730 01  CSR-MOR-WALK-DONE-SW    PIC X(01).
001740     88  CSR-MOR-WALK-DONE        VALUE 'Y'.
001742 01  CSR-MOR-RTE-DONE-SW     PIC X(01).
001744     88  CSR-MOR-RTE-DONE         VALUE 'Y'.
001750*
001760*    THE STEP BEING PRINTED FROM THE CYCLE RECORD.
001770 01  CSR-MOR-STEP-LABEL      PIC X(16).
001780 01  CSR-MOR-STEP-SW         PIC X(01).
001790     88  CSR-MOR-STEP-DONE        VALUE 'Y'.
001800 01  CSR-MOR-STEP-TIME       PIC 9(08).
001810*
001820*    HOUSE KEY COVERAGE IS CHECKED THIS MANY BUSINESS DAYS
001830*    AHEAD OF THE CYCLE DATE.
001840 01  CSR-MOR-KEY-DAYS        PIC 9(02) VALUE 5.
001850 01  CSR-MOR-KEY-DAY-NO      PIC 9(02) COMP.
001860 01  CSR-MOR-KEY-DATE        PIC 9(08).
001862*    THE BUSINESS DAYS FOUND FOR THE HOUSE SCHEDULE, KEPT FOR
001863*    THE ROUTE SCHEDULES.
001864 01  CSR-MOR-BDAY-TABLE.
001865     05  CSR-MOR-BDAY-ENTRY  OCCURS 99 TIMES.
001866         10  CSR-MOR-BDAY-DATE    PIC 9(08).
001867         10  CSR-MOR-BDAY-WEEKDAY PIC X(03).
001868 01  CSR-MOR-BDAY-USED       PIC 9(02) COMP VALUE 0.
001869 01  CSR-MOR-BDAY-SUB        PIC 9(02) COMP.
001870*
001880*    BUSINESS-DAY LOOKUP.
001890     COPY CSRCLK.
001900*
001910*    PLAIN-ENGLISH REASON TEXT.
001920     COPY CSRRSN.
001930*
001940*    SUSPENSE COUNTS BY REASON, ONE COLUMN PER SUSPENSE FILE.
001950*    AN OVERFLOWING TABLE FOLDS THE EXTRAS INTO THE LAST SLOT,
001960*    THE SAME AS SUSPAGE'S BREAKDOWN.
001970 01  CSR-MOR-REASON-TABLE.
001980     05  CSR-MOR-RSN-ENTRY   OCCURS 20 TIMES.
001990         10  CSR-MOR-RSN-CODE    PIC X(02).
002000         10  CSR-MOR-RSN-REJ-CT  PIC 9(07).
002010         10  CSR-MOR-RSN-DST-CT  PIC 9(07).
002020 01  CSR-MOR-RSN-USED        PIC 9(02) COMP VALUE 0.
002030 01  CSR-MOR-RSN-SUB         PIC 9(02) COMP.
002040 01  CSR-MOR-RSN-HIT         PIC 9(02) COMP.
002050 01  CSR-MOR-TXT-SUB         PIC 9(02) COMP.
002060*
002070*    THE FINDINGS BEHIND THE OVERALL STATUS, IN THE ORDER
002080*    FOUND.  PAST THIRTY THE STATUS STILL COUNTS THEM BUT THE
002090*    TEXT IS NOT KEPT.
002100 01  CSR-MOR-FINDING-TABLE.
002110     05  CSR-MOR-FND-ENTRY   OCCURS 30 TIMES.
002120         10  CSR-MOR-FND-LEVEL   PIC X(05).
002130         10  CSR-MOR-FND-TEXT    PIC X(60).
002140 01  CSR-MOR-FND-USED        PIC 9(02) COMP VALUE 0.
002150 01  CSR-MOR-FND-SUB         PIC 9(02) COMP.
002160 01  CSR-MOR-NEW-LEVEL       PIC X(05).
002170 01  CSR-MOR-NEW-TEXT        PIC X(60).
002180 01  CSR-MOR-AMBER-CTR       PIC 9(05) VALUE 0.
002190 01  CSR-MOR-RED-CTR         PIC 9(05) VALUE 0.
002200*
002210 01  CSR-MOR-BATCH-LINES-CTR PIC 9(05) VALUE 0.
002220 01  CSR-MOR-FEED-LINES-CTR  PIC 9(05) VALUE 0.
002230 01  CSR-MOR-BRG-CTR         PIC 9(05) VALUE 0.
002240 01  CSR-MOR-REJ-CTR         PIC 9(07) VALUE 0.
002250 01  CSR-MOR-DST-CTR         PIC 9(07) VALUE 0.
002260 01  CSR-MOR-CKP-OPEN-CTR    PIC 9(05) VALUE 0.
002270 01  CSR-MOR-PND-CTR         PIC 9(05) VALUE 0.
002280 01  CSR-MOR-KEY-MISSING-CTR PIC 9(05) VALUE 0.
002282 01  CSR-MOR-RTE-CHECKED-CTR PIC 9(05) VALUE 0.
002284 01  CSR-MOR-RTE-MISSING-CTR PIC 9(05) VALUE 0.
002286 01  CSR-MOR-CURR-ROUTE      PIC X(03).
002290 01  CSR-MOR-COUNT-ED        PIC ZZZZZZ9.
002300 01  CSR-MOR-COUNT-ED-2      PIC ZZZZZZ9.
002310*
002320*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002330*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
002340*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
002350 01  CSR-MRR-HEADING-1.
002360     05  FILLER              PIC X(30)
002370             VALUE 'MORNING OPERATIONS STATUS'.
002380     05  FILLER              PIC X(06) VALUE 'CYCLE '.
002390     05  CSR-MRR-HDG-CYCLE   PIC 9(08).
002400     05  FILLER              PIC X(10) VALUE '   RUN ON '.
002410     05  CSR-MRR-HDG-TODAY   PIC 9(08).
002420     05  FILLER              PIC X(38) VALUE SPACES.
002430 01  CSR-MRR-SECTION-LINE.
002440     05  CSR-MRR-SEC-TITLE   PIC X(60).
002450     05  FILLER              PIC X(40) VALUE SPACES.
002460 01  CSR-MRR-STEP-LINE.
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  CSR-MRR-STP-LABEL   PIC X(16).
002490     05  CSR-MRR-STP-STATE   PIC X(11).
002500     05  CSR-MRR-STP-TIME    PIC X(08).
002510     05  FILLER              PIC X(61) VALUE SPACES.
002520 01  CSR-MRR-AUD-HEADING.
002530     05  FILLER              PIC X(04) VALUE SPACES.
002540     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
002550     05  FILLER              PIC X(10) VALUE 'BATCH ID'.
002560     05  FILLER              PIC X(10) VALUE 'RUN TIME'.
002570     05  FILLER              PIC X(09) VALUE 'RECS IN'.
002580     05  FILLER              PIC X(09) VALUE 'RECS OUT'.
002590     05  FILLER              PIC X(09) VALUE 'REJECTED'.
002600     05  FILLER              PIC X(22) VALUE 'PARTNER'.
002610     05  FILLER              PIC X(17) VALUE SPACES.
002620 01  CSR-MRR-AUD-LINE.
002630     05  FILLER              PIC X(04) VALUE SPACES.
002640     05  CSR-MRR-AUD-PROGRAM PIC X(08).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  CSR-MRR-AUD-BATCH   PIC X(08).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  CSR-MRR-AUD-TIME    PIC 9(08).
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  CSR-MRR-AUD-IN      PIC ZZZZZZ9.
002710     05  FILLER              PIC X(02) VALUE SPACES.
002720     05  CSR-MRR-AUD-OUT     PIC ZZZZZZ9.
002730     05  FILLER              PIC X(02) VALUE SPACES.
002740     05  CSR-MRR-AUD-REJ     PIC ZZZZZZ9.
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  CSR-MRR-AUD-PARTNER PIC X(20).
002770     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  CSR-MRR-AUD-FLAG    PIC X(09).
002790     05  FILLER              PIC X(08) VALUE SPACES.
002800 01  CSR-MRR-BRG-LINE.
002810     05  FILLER              PIC X(04) VALUE SPACES.
002820     05  CSR-MRR-BRG-BATCH   PIC X(08).
002830     05  FILLER              PIC X(12) VALUE '  REGISTERED'.
002840     05  FILLER              PIC X(04) VALUE ' AT '.
002850     05  CSR-MRR-BRG-TIME    PIC 9(08).
002860     05  FILLER              PIC X(04) VALUE ' BY '.
002870     05  CSR-MRR-BRG-PROGRAM PIC X(08).
002875     05  FILLER              PIC X(02) VALUE SPACES.
002877     05  CSR-MRR-BRG-FLAG    PIC X(10).
002880     05  FILLER              PIC X(40) VALUE SPACES.
002890 01  CSR-MRR-RSN-HEADING.
002900     05  FILLER              PIC X(04) VALUE SPACES.
002910     05  FILLER              PIC X(44) VALUE 'REASON'.
002920     05  FILLER              PIC X(10) VALUE '   MSGREJ'.
002930     05  FILLER              PIC X(10) VALUE '  DSTSUSP'.
002940     05  FILLER              PIC X(32) VALUE SPACES.
002950 01  CSR-MRR-RSN-LINE.
002960     05  FILLER              PIC X(04) VALUE SPACES.
002970     05  CSR-MRR-RSN-CODE    PIC X(02).
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  CSR-MRR-RSN-TEXT    PIC X(40).
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  CSR-MRR-RSN-REJ     PIC ZZZZZZ9.
003020     05  FILLER              PIC X(03) VALUE SPACES.
003030     05  CSR-MRR-RSN-DST     PIC ZZZZZZ9.
003040     05  FILLER              PIC X(33) VALUE SPACES.
003050 01  CSR-MRR-CKP-LINE.
003060     05  FILLER              PIC X(04) VALUE SPACES.
003070     05  CSR-MRR-CKP-PROGRAM PIC X(08).
003080     05  FILLER              PIC X(17) VALUE '  STOPPED AT SEQ '.
003090     05  CSR-MRR-CKP-SEQ     PIC 9(06).
003100     05  FILLER              PIC X(07) VALUE ' SHIFT '.
003110     05  CSR-MRR-CKP-SHIFT   PIC 9(02).
003120     05  FILLER              PIC X(04) VALUE ' ON '.
003130     05  CSR-MRR-CKP-DATE    PIC 9(08).
003140     05  FILLER              PIC X(04) VALUE ' AT '.
003150     05  CSR-MRR-CKP-TIME    PIC 9(08).
003160     05  FILLER              PIC X(32) VALUE SPACES.
003170 01  CSR-MRR-PND-LINE.
003180     05  FILLER              PIC X(04) VALUE SPACES.
003190     05  FILLER              PIC X(07) VALUE 'ACTION '.
003200     05  CSR-MRR-PND-ACTION  PIC X(01).
003210     05  FILLER              PIC X(08) VALUE '  ROUTE '.
003220     05  CSR-MRR-PND-ROUTE   PIC X(07).
003230     05  FILLER              PIC X(10) VALUE '  KEY DATE'.
003240     05  FILLER              PIC X(01) VALUE SPACE.
003250     05  CSR-MRR-PND-DATE    PIC 9(08).
003260     05  FILLER              PIC X(12) VALUE '  ENTERED BY'.
003270     05  FILLER              PIC X(01) VALUE SPACE.
003280     05  CSR-MRR-PND-BY      PIC X(08).
003290     05  FILLER              PIC X(04) VALUE ' ON '.
003300     05  CSR-MRR-PND-ON      PIC 9(08).
003310     05  FILLER              PIC X(21) VALUE SPACES.
003320 01  CSR-MRR-KEY-LINE.
003330     05  FILLER              PIC X(04) VALUE SPACES.
003340     05  CSR-MRR-KEY-DATE    PIC 9(08).
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  CSR-MRR-KEY-WEEKDAY PIC X(03).
003370     05  FILLER              PIC X(02) VALUE SPACES.
003380     05  CSR-MRR-KEY-STATE   PIC X(30).
003390     05  FILLER              PIC X(51) VALUE SPACES.
003400 01  CSR-MRR-COUNT-LINE.
003410     05  FILLER              PIC X(04) VALUE SPACES.
003420     05  CSR-MRR-CNT-LABEL   PIC X(40).
003430     05  CSR-MRR-CNT-COUNT   PIC ZZZZZZ9.
003440     05  FILLER              PIC X(49) VALUE SPACES.
003450 01  CSR-MRR-FINDING-LINE.
003460     05  FILLER              PIC X(04) VALUE SPACES.
003470     05  CSR-MRR-FND-LEVEL   PIC X(05).
003480     05  FILLER              PIC X(02) VALUE SPACES.
003490     05  CSR-MRR-FND-TEXT    PIC X(60).
003500     05  FILLER              PIC X(29) VALUE SPACES.
003510 01  CSR-MRR-STATUS-LINE.
003520     05  FILLER              PIC X(16) VALUE 'OVERALL STATUS: '.
003530     05  CSR-MRR-STS-COLOR   PIC X(05).
003540     05  FILLER              PIC X(79) VALUE SPACES.
003550 01  CSR-MRR-TEXT-LINE.
003560     05  FILLER              PIC X(04) VALUE SPACES.
003570     05  CSR-MRR-TXT-BODY    PIC X(90).
003580     05  FILLER              PIC X(06) VALUE SPACES.
003590 01  CSR-MRR-BLANK-LINE      PIC X(100) VALUE SPACES.
003600*
003610 PROCEDURE DIVISION.
003620*
003630*****************************************************************
003640*    0000-MAINLINE
003650*****************************************************************
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680     PERFORM 2000-CYCLE-STEPS THRU 2000-EXIT.
003690     PERFORM 2200-AUDIT-LINES THRU 2200-EXIT.
003700     PERFORM 2400-REGISTRATIONS THRU 2400-EXIT.
003710     PERFORM 2600-SUSPENSE-COUNTS THRU 2600-EXIT.
003720     PERFORM 2800-CHECKPOINTS THRU 2800-EXIT.
003730     PERFORM 3000-PENDING-APPROVALS THRU 3000-EXIT.
003740     PERFORM 3200-KEY-COVERAGE THRU 3200-EXIT.
003750     PERFORM 4000-FINALIZE THRU 4000-EXIT.
003760     STOP RUN.
003770*
003780*****************************************************************
003790*    1000-INITIALIZE - THE CYCLE DATE IS ARGUMENT 1, ELSE THE
003800*    CIPHPARM RUN DATE THE REST OF THE SUITE RAN UNDER, ELSE
003810*    TODAY.  THEN OPEN THE REPORT.
003820*****************************************************************
003830 1000-INITIALIZE.
003840     ACCEPT CSR-MOR-TODAY-DATE FROM DATE YYYYMMDD.
003850     MOVE CSR-MOR-TODAY-DATE TO CSR-MOR-CYCLE-DATE.
003860     OPEN INPUT CSR-MOR-PARM-FILE.
003870     IF CSR-MOR-PARM-OK
003880         READ CSR-MOR-PARM-FILE
003890             AT END
003900                 MOVE SPACES TO CSR-PARM-RECORD
003910         END-READ
003920         IF CSR-PRM-RUN-DATE NUMERIC
003930                 AND CSR-PRM-RUN-DATE > 0
003940             MOVE CSR-PRM-RUN-DATE TO CSR-MOR-CYCLE-DATE
003950         END-IF
003960         CLOSE CSR-MOR-PARM-FILE
003970     END-IF.
003980     MOVE 1 TO CSR-ARG-NUMBER.
003990     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
004000     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
004010         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
004020     END-ACCEPT.
004030     IF CSR-ARG-VALUE NOT = SPACES
004040         MOVE CSR-ARG-VALUE(1:8) TO CSR-MOR-CYCLE-DATE-X
004050     END-IF.
004060     IF CSR-MOR-CYCLE-DATE NOT NUMERIC
004070             OR CSR-MOR-CYCLE-DATE < 19000101
004080         DISPLAY 'CIPHMORN: CYCLE DATE MUST BE YYYYMMDD, NOT '
004090             CSR-MOR-CYCLE-DATE-X
004100         MOVE 12 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     OPEN OUTPUT CSR-MOR-RPT-FILE.
004140     IF NOT CSR-MOR-RPT-OK
004150         DISPLAY 'CIPHMORN: MORNRPT OPEN FAILED, STATUS = '
004160             CSR-MOR-RPT-STATUS
004170         MOVE 12 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     MOVE CSR-MOR-CYCLE-DATE TO CSR-MRR-HDG-CYCLE.
004210     MOVE CSR-MOR-TODAY-DATE TO CSR-MRR-HDG-TODAY.
004220     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-HEADING-1.
004230 1000-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
004270*    2000-CYCLE-STEPS - THE CIPHCYC RECORD FOR THE DATE, STEP
004280*    BY STEP.  THE NIGHT'S WORK IS NOT DONE UNTIL INTAKE,
004290*    CIPHER AND RECONCILIATION ARE; HOUSEKEEPING CAN STILL BE
004300*    RUN BY THE DAY SHIFT.
004310*****************************************************************
004320 2000-CYCLE-STEPS.
004330     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
004340     MOVE 'CYCLE STEPS (CIPHCYC)' TO CSR-MRR-SEC-TITLE.
004350     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
004360     OPEN INPUT CSR-MOR-CYC-FILE.
004370     IF NOT CSR-MOR-CYC-OK
004380         MOVE 'NO CYCLE-STATUS FILE' TO CSR-MRR-TXT-BODY
004390         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
004400         MOVE 'NO CIPHCYC CYCLE-STATUS FILE' TO CSR-MOR-NEW-TEXT
004410         PERFORM 8100-NOTE-RED THRU 8100-EXIT
004420         GO TO 2000-EXIT
004430     END-IF.
004440     MOVE CSR-MOR-CYCLE-DATE TO CSR-CYC-RUN-DATE.
004450     READ CSR-MOR-CYC-FILE
004460         KEY IS CSR-CYC-RUN-DATE
004470         INVALID KEY
004480             MOVE 'NO CYCLE RECORD FOR THE DATE'
004490                 TO CSR-MRR-TXT-BODY
004500             WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
004510             MOVE 'NO CYCLE RECORD - THE CYCLE NEVER STARTED'
004520                 TO CSR-MOR-NEW-TEXT
004530             PERFORM 8100-NOTE-RED THRU 8100-EXIT
004540             CLOSE CSR-MOR-CYC-FILE
004550             GO TO 2000-EXIT
004560     END-READ.
004570     CLOSE CSR-MOR-CYC-FILE.
004580     MOVE 'INTAKE          ' TO CSR-MOR-STEP-LABEL.
004590     MOVE CSR-CYC-INTAKE-SW TO CSR-MOR-STEP-SW.
004600     MOVE CSR-CYC-INTAKE-TIME TO CSR-MOR-STEP-TIME.
004610     PERFORM 2100-SHOW-ONE-STEP THRU 2100-EXIT.
004620     IF NOT CSR-MOR-STEP-DONE
004630         PERFORM 8100-NOTE-RED THRU 8100-EXIT
004640     END-IF.
004650     MOVE 'CIPHER          ' TO CSR-MOR-STEP-LABEL.
004660     MOVE CSR-CYC-CIPHER-SW TO CSR-MOR-STEP-SW.
004670     MOVE CSR-CYC-CIPHER-TIME TO CSR-MOR-STEP-TIME.
004680     PERFORM 2100-SHOW-ONE-STEP THRU 2100-EXIT.
004690     IF NOT CSR-MOR-STEP-DONE
004700         PERFORM 8100-NOTE-RED THRU 8100-EXIT
004710     END-IF.
004720     MOVE 'RECONCILIATION  ' TO CSR-MOR-STEP-LABEL.
004730     MOVE CSR-CYC-RECON-SW TO CSR-MOR-STEP-SW.
004740     MOVE CSR-CYC-RECON-TIME TO CSR-MOR-STEP-TIME.
004750     PERFORM 2100-SHOW-ONE-STEP THRU 2100-EXIT.
004760     IF NOT CSR-MOR-STEP-DONE
004770         PERFORM 8100-NOTE-RED THRU 8100-EXIT
004780     END-IF.
004790     MOVE 'HOUSEKEEPING    ' TO CSR-MOR-STEP-LABEL.
004800     MOVE CSR-CYC-KEEP-SW TO CSR-MOR-STEP-SW.
004810     MOVE CSR-CYC-KEEP-TIME TO CSR-MOR-STEP-TIME.
004820     PERFORM 2100-SHOW-ONE-STEP THRU 2100-EXIT.
004830     IF NOT CSR-MOR-STEP-DONE
004840         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
004850     END-IF.
004860 2000-EXIT.
004870     EXIT.
004880*
004890*    ONE STEP LINE.  A PENDING STEP ALSO LEAVES ITS FINDING
004900*    TEXT READY FOR THE CALLER TO FILE AT THE RIGHT LEVEL.
004910 2100-SHOW-ONE-STEP.
004920     MOVE CSR-MOR-STEP-LABEL TO CSR-MRR-STP-LABEL.
004930     IF CSR-MOR-STEP-DONE
004940         MOVE 'DONE AT' TO CSR-MRR-STP-STATE
004950         MOVE CSR-MOR-STEP-TIME TO CSR-MRR-STP-TIME
004960     ELSE
004970         MOVE 'PENDING' TO CSR-MRR-STP-STATE
004980         MOVE SPACES TO CSR-MRR-STP-TIME
004990         MOVE SPACES TO CSR-MOR-NEW-TEXT
005000         STRING 'CYCLE STEP ' DELIMITED BY SIZE
005010             CSR-MOR-STEP-LABEL DELIMITED BY '  '
005020             ' NOT DONE' DELIMITED BY SIZE
005030             INTO CSR-MOR-NEW-TEXT
005040     END-IF.
005050     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-STEP-LINE.
005060 2100-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100*    2200-AUDIT-LINES - THE CAESARB PER-BATCH AND CIPHDIST
005110*    PER-FEED LINES OF THE CYCLE DATE, IN THE ORDER WRITTEN.
005120*    RUN-LEVEL LINES (CAESAR, *ALLFEED) ARE CIPHRCON'S
005130*    BUSINESS AND ARE NOT REPEATED HERE.  FEEDS CUT BY AN
005135*    EXPEDITED RUN DURING THE DAY (ACTION P) ARE NOT PART OF
005137*    THE NIGHTLY CYCLE AND ARE LEFT OUT.
005140*****************************************************************
005150 2200-AUDIT-LINES.
005160     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
005170     MOVE 'BATCH AND FEED AUDIT LINES (CIPHAUD)'
005180         TO CSR-MRR-SEC-TITLE.
005190     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
005200     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-AUD-HEADING.
005210     OPEN INPUT CSR-MOR-AUDIT-FILE.
005220     IF NOT CSR-MOR-AUDIT-OK
005230         MOVE 'NO CIPHAUD AUDIT LOG' TO CSR-MRR-TXT-BODY
005240         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
005250         GO TO 2200-CHECK
005260     END-IF.
005270     PERFORM 2300-ONE-AUDIT-LINE THRU 2300-EXIT
005280         UNTIL CSR-MOR-AUDIT-EOF.
005290     CLOSE CSR-MOR-AUDIT-FILE.
005300 2200-CHECK.
005310     IF CSR-MOR-BATCH-LINES-CTR = 0
005320         MOVE 'NO CAESARB BATCH AUDIT LINES FOR THE DATE'
005330             TO CSR-MOR-NEW-TEXT
005340         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
005350     END-IF.
005360     IF CSR-MOR-FEED-LINES-CTR = 0
005370         MOVE 'NO CIPHDIST FEED AUDIT LINES FOR THE DATE'
005380             TO CSR-MOR-NEW-TEXT
005390         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
005400     END-IF.
005410 2200-EXIT.
005420     EXIT.
005430*
005440 2300-ONE-AUDIT-LINE.
005450     READ CSR-MOR-AUDIT-FILE
005460         AT END
005470             SET CSR-MOR-AUDIT-EOF TO TRUE
005480             GO TO 2300-EXIT
005490     END-READ.
005500     IF CSR-AUD-RUN-DATE NOT = CSR-MOR-CYCLE-DATE
005510         GO TO 2300-EXIT
005520     END-IF.
005530     IF CSR-AUD-PROGRAM-ID = 'CAESARB '
005540         ADD 1 TO CSR-MOR-BATCH-LINES-CTR
005550         MOVE SPACES TO CSR-MRR-AUD-PARTNER
005560     ELSE
005570         IF CSR-AUD-PROGRAM-ID = 'CIPHDIST'
005580                 AND CSR-AUD-BATCH-ID NOT = '*ALLFEED'
005585                 AND CSR-AUD-ACTION NOT = 'P'
005590             ADD 1 TO CSR-MOR-FEED-LINES-CTR
005600             MOVE CSR-AUD-KEYWORD TO CSR-MRR-AUD-PARTNER
005610         ELSE
005620             GO TO 2300-EXIT
005630         END-IF
005640     END-IF.
005650     MOVE CSR-AUD-PROGRAM-ID TO CSR-MRR-AUD-PROGRAM.
005660     MOVE CSR-AUD-BATCH-ID TO CSR-MRR-AUD-BATCH.
005670     MOVE CSR-AUD-RUN-TIME TO CSR-MRR-AUD-TIME.
005680     MOVE CSR-AUD-RECS-IN TO CSR-MRR-AUD-IN.
005690     MOVE CSR-AUD-RECS-OUT TO CSR-MRR-AUD-OUT.
005700     MOVE CSR-AUD-RECS-REJECTED TO CSR-MRR-AUD-REJ.
005710     IF CSR-AUD-SPANS-RESTART
005720         MOVE 'RESUMED' TO CSR-MRR-AUD-FLAG
005730     ELSE
005740         MOVE SPACES TO CSR-MRR-AUD-FLAG
005750     END-IF.
005760     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-AUD-LINE.
005770 2300-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810*    2400-REGISTRATIONS - EVERY CIPHBRG BATCH REGISTERED ON THE
005820*    CYCLE DATE.  THE REGISTRY IS KEYED BY BATCH ID, SO THE
005830*    WHOLE FILE IS WALKED.
005840*****************************************************************
005850 2400-REGISTRATIONS.
005860     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
005870     MOVE 'BATCHES REGISTERED THIS CYCLE (CIPHBRG)'
005880         TO CSR-MRR-SEC-TITLE.
005890     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
005900     OPEN INPUT CSR-MOR-BRG-FILE.
005910     IF NOT CSR-MOR-BRG-OK
005920         MOVE 'NO CIPHBRG BATCH REGISTRY' TO CSR-MRR-TXT-BODY
005930         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
005940         GO TO 2400-EXIT
005950     END-IF.
005960     MOVE 'N' TO CSR-MOR-WALK-DONE-SW.
005970     MOVE LOW-VALUES TO CSR-BRG-BATCH-ID.
005980     START CSR-MOR-BRG-FILE
005990         KEY IS GREATER THAN OR EQUAL TO CSR-BRG-BATCH-ID
006000         INVALID KEY
006010             SET CSR-MOR-WALK-DONE TO TRUE
006020     END-START.
006030     PERFORM 2500-ONE-REGISTRATION THRU 2500-EXIT
006040         UNTIL CSR-MOR-WALK-DONE.
006050     CLOSE CSR-MOR-BRG-FILE.
006060     MOVE 'BATCHES REGISTERED' TO CSR-MRR-CNT-LABEL.
006070     MOVE CSR-MOR-BRG-CTR TO CSR-MRR-CNT-COUNT.
006080     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-COUNT-LINE.
006090 2400-EXIT.
006100     EXIT.
006110*
006120 2500-ONE-REGISTRATION.
006130     READ CSR-MOR-BRG-FILE NEXT RECORD
006140         AT END
006150             SET CSR-MOR-WALK-DONE TO TRUE
006160             GO TO 2500-EXIT
006170     END-READ.
006180     IF NOT CSR-MOR-BRG-OK
006190         SET CSR-MOR-WALK-DONE TO TRUE
006200         GO TO 2500-EXIT
006210     END-IF.
006220     IF CSR-BRG-RUN-DATE NOT = CSR-MOR-CYCLE-DATE
006230         GO TO 2500-EXIT
006240     END-IF.
006250     ADD 1 TO CSR-MOR-BRG-CTR.
006260     MOVE CSR-BRG-BATCH-ID TO CSR-MRR-BRG-BATCH.
006270     MOVE CSR-BRG-RUN-TIME TO CSR-MRR-BRG-TIME.
006280     MOVE CSR-BRG-PROGRAM-ID TO CSR-MRR-BRG-PROGRAM.
006282     MOVE SPACES TO CSR-MRR-BRG-FLAG.
006284     IF CSR-BRG-REVERSED
006285         MOVE 'BACKED OUT' TO CSR-MRR-BRG-FLAG
006286         MOVE SPACES TO CSR-MOR-NEW-TEXT
006287         STRING 'BATCH ' DELIMITED BY SIZE
006288             CSR-BRG-BATCH-ID DELIMITED BY SIZE
006289             ' BACKED OUT - NOT YET RERUN' DELIMITED BY SIZE
006290             INTO CSR-MOR-NEW-TEXT
006291         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
006292     END-IF.
006293     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BRG-LINE.
006300 2500-EXIT.
006310     EXIT.
006320*
006330*****************************************************************
006340*    2600-SUSPENSE-COUNTS - EVERYTHING ON MSGREJ AND DSTSUSP IS
006350*    OPEN UNTIL A REPROCESS RUN CLEARS IT.  COUNTED BY REASON,
006360*    WITH THE REASON IN PLAIN ENGLISH.  SUSPAGE HAS THE ITEM
006370*    DETAIL AND AGES.
006380*****************************************************************
006390 2600-SUSPENSE-COUNTS.
006400     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
006410     MOVE 'OPEN SUSPENSE BY REASON (MSGREJ / DSTSUSP)'
006420         TO CSR-MRR-SEC-TITLE.
006430     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
006440     MOVE 'MSGREJ' TO CSR-MOR-SUSP-NAME.
006450     SET CSR-MOR-READING-MSGREJ TO TRUE.
006460     PERFORM 2650-READ-SUSPENSE-FILE THRU 2650-EXIT.
006470     MOVE 'DSTSUSP' TO CSR-MOR-SUSP-NAME.
006480     SET CSR-MOR-READING-DSTSUSP TO TRUE.
006490     PERFORM 2650-READ-SUSPENSE-FILE THRU 2650-EXIT.
006500     IF CSR-MOR-RSN-USED = 0
006510         MOVE 'NOTHING IN SUSPENSE' TO CSR-MRR-TXT-BODY
006520         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
006530         GO TO 2600-EXIT
006540     END-IF.
006550     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-RSN-HEADING.
006560     PERFORM 2750-PRINT-ONE-REASON THRU 2750-EXIT
006570         VARYING CSR-MOR-RSN-SUB FROM 1 BY 1
006580         UNTIL CSR-MOR-RSN-SUB > CSR-MOR-RSN-USED.
006590     MOVE SPACES TO CSR-MRR-RSN-CODE.
006600     MOVE 'TOTAL OPEN ITEMS' TO CSR-MRR-RSN-TEXT.
006610     MOVE CSR-MOR-REJ-CTR TO CSR-MRR-RSN-REJ.
006620     MOVE CSR-MOR-DST-CTR TO CSR-MRR-RSN-DST.
006630     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-RSN-LINE.
006640     MOVE SPACES TO CSR-MOR-NEW-TEXT.
006650     MOVE CSR-MOR-REJ-CTR TO CSR-MOR-COUNT-ED.
006660     MOVE CSR-MOR-DST-CTR TO CSR-MOR-COUNT-ED-2.
006670     STRING 'SUSPENSE OPEN - MSGREJ' DELIMITED BY SIZE
006680         CSR-MOR-COUNT-ED DELIMITED BY SIZE
006690         ', DSTSUSP' DELIMITED BY SIZE
006700         CSR-MOR-COUNT-ED-2 DELIMITED BY SIZE
006710         INTO CSR-MOR-NEW-TEXT.
006720     PERFORM 8000-NOTE-AMBER THRU 8000-EXIT.
006730 2600-EXIT.
006740     EXIT.
006750*
006760*    NO SUSPENSE FILE IS AN EMPTY ONE - THE CIPHER AND
006770*    DISTRIBUTION RUNS ONLY CREATE THEM WHEN SOMETHING FAILS.
006780 2650-READ-SUSPENSE-FILE.
006790     OPEN INPUT CSR-MOR-SUSP-FILE.
006800     IF NOT CSR-MOR-SUSP-OK
006810         GO TO 2650-EXIT
006820     END-IF.
006830     PERFORM 2700-COUNT-ONE-ITEM THRU 2700-EXIT
006840         UNTIL CSR-MOR-SUSP-EOF.
006850     CLOSE CSR-MOR-SUSP-FILE.
006860 2650-EXIT.
006870     EXIT.
006880*
006890 2700-COUNT-ONE-ITEM.
006900     READ CSR-MOR-SUSP-FILE
006910         AT END
006920             SET CSR-MOR-SUSP-EOF TO TRUE
006930             GO TO 2700-EXIT
006940     END-READ.
006950     MOVE 0 TO CSR-MOR-RSN-HIT.
006960     PERFORM 2720-MATCH-ONE-REASON THRU 2720-EXIT
006970         VARYING CSR-MOR-RSN-SUB FROM 1 BY 1
006980         UNTIL CSR-MOR-RSN-SUB > CSR-MOR-RSN-USED
006990         OR CSR-MOR-RSN-HIT > 0.
007000     IF CSR-MOR-RSN-HIT = 0
007010         IF CSR-MOR-RSN-USED < 20
007020             ADD 1 TO CSR-MOR-RSN-USED
007030             MOVE CSR-MOR-RSN-USED TO CSR-MOR-RSN-HIT
007040             MOVE 0 TO CSR-MOR-RSN-REJ-CT(CSR-MOR-RSN-HIT)
007050             MOVE 0 TO CSR-MOR-RSN-DST-CT(CSR-MOR-RSN-HIT)
007060         ELSE
007070             MOVE 20 TO CSR-MOR-RSN-HIT
007080         END-IF
007090         MOVE CSR-REJ-REASON-CODE
007100             TO CSR-MOR-RSN-CODE(CSR-MOR-RSN-HIT)
007110     END-IF.
007120     IF CSR-MOR-READING-MSGREJ
007130         ADD 1 TO CSR-MOR-RSN-REJ-CT(CSR-MOR-RSN-HIT)
007140         ADD 1 TO CSR-MOR-REJ-CTR
007150     ELSE
007160         ADD 1 TO CSR-MOR-RSN-DST-CT(CSR-MOR-RSN-HIT)
007170         ADD 1 TO CSR-MOR-DST-CTR
007180     END-IF.
007190 2700-EXIT.
007200     EXIT.
007210*
007220 2720-MATCH-ONE-REASON.
007230     IF CSR-MOR-RSN-CODE(CSR-MOR-RSN-SUB) = CSR-REJ-REASON-CODE
007240         MOVE CSR-MOR-RSN-SUB TO CSR-MOR-RSN-HIT
007250     END-IF.
007260 2720-EXIT.
007270     EXIT.
007280*
007290 2750-PRINT-ONE-REASON.
007300     MOVE CSR-MOR-RSN-CODE(CSR-MOR-RSN-SUB) TO CSR-MRR-RSN-CODE.
007310     MOVE 'REASON CODE NOT ON THE TEXT TABLE'
007320         TO CSR-MRR-RSN-TEXT.
007330     PERFORM 2770-FIND-REASON-TEXT THRU 2770-EXIT
007340         VARYING CSR-MOR-TXT-SUB FROM 1 BY 1
007350         UNTIL CSR-MOR-TXT-SUB > CSR-RSN-ENTRIES.
007360     MOVE CSR-MOR-RSN-REJ-CT(CSR-MOR-RSN-SUB)
007370         TO CSR-MRR-RSN-REJ.
007380     MOVE CSR-MOR-RSN-DST-CT(CSR-MOR-RSN-SUB)
007390         TO CSR-MRR-RSN-DST.
007400     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-RSN-LINE.
007410 2750-EXIT.
007420     EXIT.
007430*
007440 2770-FIND-REASON-TEXT.
007450     IF CSR-RSN-CODE(CSR-MOR-TXT-SUB)
007460             = CSR-MOR-RSN-CODE(CSR-MOR-RSN-SUB)
007470         MOVE CSR-RSN-TEXT(CSR-MOR-TXT-SUB) TO CSR-MRR-RSN-TEXT
007480     END-IF.
007490 2770-EXIT.
007500     EXIT.
007510*
007520*****************************************************************
007530*    2800-CHECKPOINTS - A COMPLETED RUN LEAVES ITS RESTART
007540*    RECORD AT SEQUENCE ZERO (SHIFT ZERO FOR A SOLVE).  ANY
007550*    OTHER RECORD IS A RUN THAT FAILED PART WAY AND HAS NOT
007560*    BEEN RESTARTED TO COMPLETION - WHATEVER ITS DATE.
007570*****************************************************************
007580 2800-CHECKPOINTS.
007590     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
007600     MOVE 'RESTART POINTS OUTSTANDING (CIPHCKP)'
007610         TO CSR-MRR-SEC-TITLE.
007620     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
007630     OPEN INPUT CSR-MOR-CKP-FILE.
007640     IF NOT CSR-MOR-CKP-OK
007650         GO TO 2800-TOTAL
007660     END-IF.
007670     MOVE 'N' TO CSR-MOR-WALK-DONE-SW.
007680     MOVE LOW-VALUES TO CSR-CKP-PROGRAM-ID.
007690     START CSR-MOR-CKP-FILE
007700         KEY IS GREATER THAN OR EQUAL TO CSR-CKP-PROGRAM-ID
007710         INVALID KEY
007720             SET CSR-MOR-WALK-DONE TO TRUE
007730     END-START.
007740     PERFORM 2900-ONE-CHECKPOINT THRU 2900-EXIT
007750         UNTIL CSR-MOR-WALK-DONE.
007760     CLOSE CSR-MOR-CKP-FILE.
007770 2800-TOTAL.
007780     IF CSR-MOR-CKP-OPEN-CTR = 0
007790         MOVE 'NONE' TO CSR-MRR-TXT-BODY
007800         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
007810     END-IF.
007820 2800-EXIT.
007830     EXIT.
007840*
007850 2900-ONE-CHECKPOINT.
007860     READ CSR-MOR-CKP-FILE NEXT RECORD
007870         AT END
007880             SET CSR-MOR-WALK-DONE TO TRUE
007890             GO TO 2900-EXIT
007900     END-READ.
007910     IF NOT CSR-MOR-CKP-OK
007920         SET CSR-MOR-WALK-DONE TO TRUE
007930         GO TO 2900-EXIT
007940     END-IF.
007950     IF CSR-CKP-LAST-SEQ-NO = 0
007960             AND CSR-CKP-LAST-SHIFT-NO = 0
007970         GO TO 2900-EXIT
007980     END-IF.
007990     ADD 1 TO CSR-MOR-CKP-OPEN-CTR.
008000     MOVE CSR-CKP-PROGRAM-ID TO CSR-MRR-CKP-PROGRAM.
008010     MOVE CSR-CKP-LAST-SEQ-NO TO CSR-MRR-CKP-SEQ.
008020     MOVE CSR-CKP-LAST-SHIFT-NO TO CSR-MRR-CKP-SHIFT.
008030     MOVE CSR-CKP-RUN-DATE TO CSR-MRR-CKP-DATE.
008040     MOVE CSR-CKP-RUN-TIME TO CSR-MRR-CKP-TIME.
008050     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-CKP-LINE.
008060     MOVE SPACES TO CSR-MOR-NEW-TEXT.
008070     STRING 'RESTART POINT OUTSTANDING FOR ' DELIMITED BY SIZE
008080         CSR-CKP-PROGRAM-ID DELIMITED BY SIZE
008090         INTO CSR-MOR-NEW-TEXT.
008100     PERFORM 8100-NOTE-RED THRU 8100-EXIT.
008110 2900-EXIT.
008120     EXIT.
008130*
008140*****************************************************************
008150*    3000-PENDING-APPROVALS - KEY CHANGES ON CIPHPND STILL
008160*    WAITING FOR THE SECOND OPERATOR.
008170*****************************************************************
008180 3000-PENDING-APPROVALS.
008190     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
008200     MOVE 'KEY CHANGES AWAITING A SECOND APPROVER (CIPHPND)'
008210         TO CSR-MRR-SEC-TITLE.
008220     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
008230     OPEN INPUT CSR-MOR-PND-FILE.
008240     IF NOT CSR-MOR-PND-OK
008250         GO TO 3000-TOTAL
008260     END-IF.
008270     MOVE 'N' TO CSR-MOR-WALK-DONE-SW.
008280     MOVE LOW-VALUES TO CSR-PND-KEY.
008290     START CSR-MOR-PND-FILE
008300         KEY IS GREATER THAN OR EQUAL TO CSR-PND-KEY
008310         INVALID KEY
008320             SET CSR-MOR-WALK-DONE TO TRUE
008330     END-START.
008340     PERFORM 3100-ONE-PENDING THRU 3100-EXIT
008350         UNTIL CSR-MOR-WALK-DONE.
008360     CLOSE CSR-MOR-PND-FILE.
008370 3000-TOTAL.
008380     IF CSR-MOR-PND-CTR = 0
008390         MOVE 'NONE' TO CSR-MRR-TXT-BODY
008400         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
008410         GO TO 3000-EXIT
008420     END-IF.
008430     MOVE SPACES TO CSR-MOR-NEW-TEXT.
008440     MOVE CSR-MOR-PND-CTR TO CSR-MOR-COUNT-ED.
008450     STRING 'KEY CHANGES AWAITING APPROVAL:' DELIMITED BY SIZE
008460         CSR-MOR-COUNT-ED DELIMITED BY SIZE
008470         INTO CSR-MOR-NEW-TEXT.
008480     PERFORM 8000-NOTE-AMBER THRU 8000-EXIT.
008490 3000-EXIT.
008500     EXIT.
008510*
008520 3100-ONE-PENDING.
008530     READ CSR-MOR-PND-FILE NEXT RECORD
008540         AT END
008550             SET CSR-MOR-WALK-DONE TO TRUE
008560             GO TO 3100-EXIT
008570     END-READ.
008580     IF NOT CSR-MOR-PND-OK
008590         SET CSR-MOR-WALK-DONE TO TRUE
008600         GO TO 3100-EXIT
008610     END-IF.
008620     ADD 1 TO CSR-MOR-PND-CTR.
008630     MOVE CSR-PND-ACTION TO CSR-MRR-PND-ACTION.
008640     IF CSR-PND-ROUTE-CODE = SPACES
008650         MOVE '*HOUSE*' TO CSR-MRR-PND-ROUTE
008660     ELSE
008670         MOVE CSR-PND-ROUTE-CODE TO CSR-MRR-PND-ROUTE
008680     END-IF.
008690     MOVE CSR-PND-KEY-DATE TO CSR-MRR-PND-DATE.
008700     MOVE CSR-PND-ENTERED-BY TO CSR-MRR-PND-BY.
008710     MOVE CSR-PND-ENTERED-DATE TO CSR-MRR-PND-ON.
008720     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-PND-LINE.
008730 3100-EXIT.
008740     EXIT.
008750*
008760*****************************************************************
008770*    3200-KEY-COVERAGE - THE HOUSE SCHEDULE (BLANK ROUTE) IS
008780*    WHAT EVERY ROUTE FALLS BACK TO, SO IT MUST COVER THE NEXT
008790*    FEW BUSINESS DAYS.  NO KEY FOR THE VERY NEXT BUSINESS DAY
008800*    STOPS TONIGHT'S CYCLE AND IS RED; A LATER GAP IS AMBER.
008805*    THE ROUTE SCHEDULES ARE THEN CHECKED FOR THE SAME DAYS.
008810*****************************************************************
008820 3200-KEY-COVERAGE.
008830     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
008840     MOVE 'HOUSE KEY COVERAGE, NEXT BUSINESS DAYS (CIPHKEY)'
008850         TO CSR-MRR-SEC-TITLE.
008860     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
008870     OPEN INPUT CSR-MOR-KEY-FILE.
008880     IF NOT CSR-MOR-KEY-OK
008890         MOVE 'NO CIPHKEY KEY FILE' TO CSR-MRR-TXT-BODY
008900         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
008910         MOVE 'NO CIPHKEY KEY FILE' TO CSR-MOR-NEW-TEXT
008920         PERFORM 8100-NOTE-RED THRU 8100-EXIT
008930         GO TO 3200-EXIT
008940     END-IF.
008950     MOVE CSR-MOR-CYCLE-DATE TO CSR-MOR-KEY-DATE.
008960     PERFORM 3300-CHECK-ONE-KEY-DAY THRU 3300-EXIT
008970         VARYING CSR-MOR-KEY-DAY-NO FROM 1 BY 1
008980         UNTIL CSR-MOR-KEY-DAY-NO > CSR-MOR-KEY-DAYS.
008985     PERFORM 3400-ROUTE-KEY-COVERAGE THRU 3400-EXIT.
008990     CLOSE CSR-MOR-KEY-FILE.
009000 3200-EXIT.
009010     EXIT.
009020*
009030 3300-CHECK-ONE-KEY-DAY.
009040     MOVE 'N' TO CSR-CLK-REQUEST.
009050     MOVE CSR-MOR-KEY-DATE TO CSR-CLK-DATE-1.
009060     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
009070     IF NOT CSR-CLK-OK
009080         MOVE 'NO NEXT BUSINESS DAY ON THE CALENDAR'
009090             TO CSR-MOR-NEW-TEXT
009100         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
009110         MOVE CSR-MOR-KEY-DAYS TO CSR-MOR-KEY-DAY-NO
009120         GO TO 3300-EXIT
009130     END-IF.
009140     MOVE CSR-CLK-DATE-2 TO CSR-MOR-KEY-DATE.
009150     MOVE CSR-MOR-KEY-DATE TO CSR-MRR-KEY-DATE.
009160     MOVE CSR-CLK-WEEKDAY TO CSR-MRR-KEY-WEEKDAY.
009162     ADD 1 TO CSR-MOR-BDAY-USED.
009164     MOVE CSR-MOR-KEY-DATE
009165         TO CSR-MOR-BDAY-DATE(CSR-MOR-BDAY-USED).
009166     MOVE CSR-CLK-WEEKDAY
009167         TO CSR-MOR-BDAY-WEEKDAY(CSR-MOR-BDAY-USED).
009170     MOVE SPACES TO CSR-KEY-ROUTE-CODE.
009180     MOVE CSR-MOR-KEY-DATE TO CSR-KEY-DATE.
009190     READ CSR-MOR-KEY-FILE
009200         KEY IS CSR-KEY-ID
009210         INVALID KEY
009220             MOVE '*** NO HOUSE KEY ON FILE ***'
009230                 TO CSR-MRR-KEY-STATE
009240             ADD 1 TO CSR-MOR-KEY-MISSING-CTR
009250         NOT INVALID KEY
009260             MOVE 'KEY ON FILE' TO CSR-MRR-KEY-STATE
009270     END-READ.
009280     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-KEY-LINE.
009290     IF CSR-MRR-KEY-STATE = 'KEY ON FILE'
009300         GO TO 3300-EXIT
009310     END-IF.
009320     MOVE SPACES TO CSR-MOR-NEW-TEXT.
009330     STRING 'NO HOUSE KEY FOR BUSINESS DAY ' DELIMITED BY SIZE
009340         CSR-MOR-KEY-DATE DELIMITED BY SIZE
009350         INTO CSR-MOR-NEW-TEXT.
009360     IF CSR-MOR-KEY-DAY-NO = 1
009370         PERFORM 8100-NOTE-RED THRU 8100-EXIT
009380     ELSE
009390         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
009400     END-IF.
009410 3300-EXIT.
009420     EXIT.
009430*
009431*****************************************************************
009432*    3400-ROUTE-KEY-COVERAGE - EVERY CIPHRTE ROUTE WITH A KEY
009433*    SCHEDULE OF ITS OWN ON CIPHKEY IS CHECKED FOR THE BUSINESS
009434*    DAYS FOUND ABOVE.  A DAY THE ROUTE HAS NO KEY FOR FALLS
009435*    BACK TO THE HOUSE KEY, WHICH THE PARTNER IS NOT EXPECTING,
009436*    SO EACH GAP IS AMBER AND NAMES THE ROUTE AND DATE.
009437*****************************************************************
009438 3400-ROUTE-KEY-COVERAGE.
009439     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
009440     MOVE 'ROUTE KEY COVERAGE, NEXT BUSINESS DAYS (CIPHRTE)'
009441         TO CSR-MRR-SEC-TITLE.
009442     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-SECTION-LINE.
009443     OPEN INPUT CSR-MOR-ROUTE-FILE.
009444     IF NOT CSR-MOR-ROUTE-OK
009445         MOVE 'NO CIPHRTE ROUTE TABLE - ROUTE KEYS NOT CHECKED'
009446             TO CSR-MRR-TXT-BODY
009447         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
009448         MOVE 'NO CIPHRTE ROUTE TABLE - ROUTE KEYS NOT CHECKED'
009449             TO CSR-MOR-NEW-TEXT
009450         PERFORM 8000-NOTE-AMBER THRU 8000-EXIT
009451         GO TO 3400-EXIT
009452     END-IF.
009453     MOVE 'N' TO CSR-MOR-RTE-DONE-SW.
009454     MOVE LOW-VALUES TO CSR-RTE-CODE.
009455     START CSR-MOR-ROUTE-FILE
009456         KEY IS GREATER THAN OR EQUAL TO CSR-RTE-CODE
009457         INVALID KEY
009458             SET CSR-MOR-RTE-DONE TO TRUE
009459     END-START.
009460     PERFORM 3450-CHECK-ONE-ROUTE THRU 3450-EXIT
009461         UNTIL CSR-MOR-RTE-DONE.
009462     CLOSE CSR-MOR-ROUTE-FILE.
009463     MOVE 'ROUTES WITH KEYS OF THEIR OWN' TO CSR-MRR-CNT-LABEL.
009464     MOVE CSR-MOR-RTE-CHECKED-CTR TO CSR-MRR-CNT-COUNT.
009465     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-COUNT-LINE.
009466     MOVE 'ROUTE BUSINESS DAYS WITH NO KEY' TO CSR-MRR-CNT-LABEL.
009467     MOVE CSR-MOR-RTE-MISSING-CTR TO CSR-MRR-CNT-COUNT.
009468     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-COUNT-LINE.
009469 3400-EXIT.
009470     EXIT.
009471*
009472*****************************************************************
009473*    3450-CHECK-ONE-ROUTE - THE ROUTE HAS A SCHEDULE OF ITS OWN
009474*    WHEN THE FIRST CIPHKEY RECORD AT OR AFTER ITS ROUTE CODE
009475*    BELONGS TO IT.
009476*****************************************************************
009477 3450-CHECK-ONE-ROUTE.
009478     READ CSR-MOR-ROUTE-FILE NEXT RECORD
009479         AT END
009480             SET CSR-MOR-RTE-DONE TO TRUE
009481             GO TO 3450-EXIT
009482     END-READ.
009483     IF NOT CSR-MOR-ROUTE-OK
009484         SET CSR-MOR-RTE-DONE TO TRUE
009485         GO TO 3450-EXIT
009486     END-IF.
009487     MOVE CSR-RTE-CODE TO CSR-MOR-CURR-ROUTE.
009488     MOVE CSR-MOR-CURR-ROUTE TO CSR-KEY-ROUTE-CODE.
009489     MOVE 0 TO CSR-KEY-DATE.
009490     START CSR-MOR-KEY-FILE
009491         KEY IS GREATER THAN OR EQUAL TO CSR-KEY-ID
009492         INVALID KEY
009493             GO TO 3450-EXIT
009494     END-START.
009495     READ CSR-MOR-KEY-FILE NEXT RECORD
009496         AT END
009497             GO TO 3450-EXIT
009498     END-READ.
009499     IF CSR-KEY-ROUTE-CODE NOT = CSR-MOR-CURR-ROUTE
009500         GO TO 3450-EXIT
009501     END-IF.
009502     ADD 1 TO CSR-MOR-RTE-CHECKED-CTR.
009503     PERFORM 3500-CHECK-ROUTE-KEY-DAY THRU 3500-EXIT
009504         VARYING CSR-MOR-BDAY-SUB FROM 1 BY 1
009505         UNTIL CSR-MOR-BDAY-SUB > CSR-MOR-BDAY-USED.
009506 3450-EXIT.
009507     EXIT.
009508*
009509 3500-CHECK-ROUTE-KEY-DAY.
009510     MOVE CSR-MOR-CURR-ROUTE TO CSR-KEY-ROUTE-CODE.
009511     MOVE CSR-MOR-BDAY-DATE(CSR-MOR-BDAY-SUB) TO CSR-KEY-DATE.
009512     READ CSR-MOR-KEY-FILE
009513         KEY IS CSR-KEY-ID
009514         INVALID KEY
009515             ADD 1 TO CSR-MOR-RTE-MISSING-CTR
009516         NOT INVALID KEY
009517             GO TO 3500-EXIT
009518     END-READ.
009519     MOVE CSR-MOR-BDAY-DATE(CSR-MOR-BDAY-SUB) TO CSR-MRR-KEY-DATE.
009520     MOVE CSR-MOR-BDAY-WEEKDAY(CSR-MOR-BDAY-SUB)
009521         TO CSR-MRR-KEY-WEEKDAY.
009522     MOVE SPACES TO CSR-MRR-KEY-STATE.
009523     STRING '*** NO KEY FOR ROUTE ' CSR-MOR-CURR-ROUTE ' ***'
009524         DELIMITED BY SIZE INTO CSR-MRR-KEY-STATE.
009525     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-KEY-LINE.
009526     MOVE SPACES TO CSR-MOR-NEW-TEXT.
009527     STRING 'NO KEY FOR ROUTE ' CSR-MOR-CURR-ROUTE
009528         ' ON BUSINESS DAY ' CSR-MOR-BDAY-DATE(CSR-MOR-BDAY-SUB)
009529         DELIMITED BY SIZE INTO CSR-MOR-NEW-TEXT.
009530     PERFORM 8000-NOTE-AMBER THRU 8000-EXIT.
009531 3500-EXIT.
009532     EXIT.
009533*
009540*****************************************************************
009550*    4000-FINALIZE - THE OVERALL STATUS, THE FINDINGS BEHIND
009560*    IT, AND THE MATCHING RETURN CODE FOR THE SCHEDULER.
009570*****************************************************************
009580 4000-FINALIZE.
009590     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-BLANK-LINE.
009600     IF CSR-MOR-RED-CTR > 0
009610         MOVE 'RED  ' TO CSR-MRR-STS-COLOR
009620         MOVE 8 TO RETURN-CODE
009630     ELSE
009640         IF CSR-MOR-AMBER-CTR > 0
009650             MOVE 'AMBER' TO CSR-MRR-STS-COLOR
009660             MOVE 4 TO RETURN-CODE
009670         ELSE
009680             MOVE 'GREEN' TO CSR-MRR-STS-COLOR
009690             MOVE 0 TO RETURN-CODE
009700         END-IF
009710     END-IF.
009720     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-STATUS-LINE.
009730     PERFORM 4100-PRINT-ONE-FINDING THRU 4100-EXIT
009740         VARYING CSR-MOR-FND-SUB FROM 1 BY 1
009750         UNTIL CSR-MOR-FND-SUB > CSR-MOR-FND-USED.
009760     IF CSR-MOR-RED-CTR + CSR-MOR-AMBER-CTR > CSR-MOR-FND-USED
009770         MOVE '... FURTHER FINDINGS NOT LISTED'
009780             TO CSR-MRR-TXT-BODY
009790         WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-TEXT-LINE
009800     END-IF.
009810     DISPLAY 'CIPHMORN: CYCLE ' CSR-MOR-CYCLE-DATE
009820         ' STATUS ' CSR-MRR-STS-COLOR ', '
009830         CSR-MOR-RED-CTR ' RED, ' CSR-MOR-AMBER-CTR ' AMBER'.
009840     CLOSE CSR-MOR-RPT-FILE.
009850     MOVE 'C' TO CSR-CLK-REQUEST.
009860     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
009870 4000-EXIT.
009880     EXIT.
009890*
009900 4100-PRINT-ONE-FINDING.
009910     MOVE CSR-MOR-FND-LEVEL(CSR-MOR-FND-SUB) TO CSR-MRR-FND-LEVEL.
009920     MOVE CSR-MOR-FND-TEXT(CSR-MOR-FND-SUB) TO CSR-MRR-FND-TEXT.
009930     WRITE CSR-MOR-RPT-RECORD FROM CSR-MRR-FINDING-LINE.
009940 4100-EXIT.
009950     EXIT.
009960*
009970*****************************************************************
009980*    8000/8100 - FILE THE FINDING IN CSR-MOR-NEW-TEXT AT AMBER
009990*    OR RED.
010000*****************************************************************
010010 8000-NOTE-AMBER.
010020     ADD 1 TO CSR-MOR-AMBER-CTR.
010030     MOVE 'AMBER' TO CSR-MOR-NEW-LEVEL.
010040     PERFORM 8200-FILE-FINDING THRU 8200-EXIT.
010050 8000-EXIT.
010060     EXIT.
010070*
010080 8100-NOTE-RED.
010090     ADD 1 TO CSR-MOR-RED-CTR.
010100     MOVE 'RED  ' TO CSR-MOR-NEW-LEVEL.
010110     PERFORM 8200-FILE-FINDING THRU 8200-EXIT.
010120 8100-EXIT.
010130     EXIT.
010140*
010150 8200-FILE-FINDING.
010160     IF CSR-MOR-FND-USED < 30
010170         ADD 1 TO CSR-MOR-FND-USED
010180         MOVE CSR-MOR-NEW-LEVEL
010190             TO CSR-MOR-FND-LEVEL(CSR-MOR-FND-USED)
010200         MOVE CSR-MOR-NEW-TEXT
010210             TO CSR-MOR-FND-TEXT(CSR-MOR-FND-USED)
010220     END-IF.
010230     MOVE SPACES TO CSR-MOR-NEW-TEXT.
010240 8200-EXIT.
010250     EXIT.
010260*
010270 END PROGRAM CIPHMORN.
