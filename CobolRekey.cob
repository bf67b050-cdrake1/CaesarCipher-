000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - KEY-COMPROMISE RE-KEY RUN
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  WHEN A PARTNER REPORTED A
000180*                    LEAKED KEY WE COULD NEITHER SAY WHAT TRAFFIC
000190*                    HAD GONE OUT UNDER IT NOR SEND THAT TRAFFIC
000200*                    AGAIN UNDER A FRESH KEY WITHOUT A CLERK
000210*                    PICKING THROUGH THE MSGOUT GENERATIONS.
000212*    10/15/26   CJD  RE-ISSUE FEED NAME CARRIES THE RUN TIME.
000214*                    EXPEDITED FEEDS UNDER THE BURNED KEY ARE
000216*                    LISTED FOR THE PARTNER TO BE CONTACTED.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHREKY.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    RE-ISSUES TRAFFIC ALREADY SHIPPED UNDER A COMPROMISED
000320*    KEY.  THE SECURITY OFFICER NAMES THE BURNED SCHEDULE (A
000330*    PARTNER ROUTE CODE, OR BLANK FOR THE HOUSE SCHEDULE) AND
000340*    THE KEY-DATE RANGE IT COVERS.  THE REPLACEMENT KEYS MUST
000350*    ALREADY HAVE GONE THROUGH KEYMAINT AS C TRANSACTIONS AND
000360*    BEEN APPROVED BY A SECOND OPERATOR - THIS RUN TAKES THE
000370*    OLD AND NEW KEY FOR EACH DATE FROM THE APPLIED KEYHIST
000380*    LINES (BEFORE IMAGE OF THE FIRST APPLIED CHANGE, AFTER
000390*    IMAGE OF THE LAST) AND NEVER FROM A TRANSACTION OF ITS
000400*    OWN, SO DUAL CONTROL COVERS A RE-KEY TOO.  A CHANGE LOGGED
000410*    ON OR BEFORE THE KEY DATE ITSELF WAS IN FORCE WHEN THAT
000420*    DAY'S TRAFFIC WAS CIPHERED AND IS NOT A RE-KEY.
000430*
000440*    THE DATED MSGOUT.DYYYYMMDD GENERATIONS KEPT BY CIPHKEEP ARE
000450*    SCANNED FOR EVERY DAY OF THE RANGE, ONE FULL PASS PER
000460*    PARTNER ROUTE (THE SAME SHAPE AS CIPHDIST).  AN ENCRYPTED
000470*    RECORD WHOSE CSR-MSG-ENCRYPT-DATE FALLS IN THE RANGE AND
000480*    WHICH WAS CIPHERED UNDER THE BURNED SCHEDULE IS DECRYPTED
000490*    WITH THE OLD KEY, RE-ENCRYPTED WITH THE NEW ONE, PROVED BY
000500*    A ROUND TRIP, RESTAMPED WITH ITS CHECK VALUE AND WRITTEN
000510*    TO A RE-ISSUE FEED FOR ITS PARTNER (.KYYYYMMDD.HHMM)
000520*    WITH ITS OWN HDR/TRL CONTROL RECORDS AND AUDIT LINE.  THE
000530*    ENCRYPTION DATE IS LEFT AS IT WAS - THE PARTNER DECRYPTS
000540*    WITH THE REPLACEMENT KEY NOW ON FILE FOR THAT DATE.  EACH
000550*    RE-KEYED MESSAGE GETS A REKEYED STATION ON CIPHTRC UNDER
000560*    THE RE-ISSUE FEED'S BATCH ID (MSGOUT DOES NOT CARRY THE
000570*    ORIGINATING BATCH).
000580*
000590*    WHICH RECORDS WERE UNDER THE BURNED SCHEDULE FOLLOWS THE
000600*    CAESAR-SALAD KEY RULES: A RECORD CARRYING ITS OWN KEY
000610*    NEVER WAS; A ROUTED SCHEDULE COVERS ITS ROUTE'S TRAFFIC
000620*    ON DATES IT HAS A KEY FOR; THE HOUSE SCHEDULE COVERS EVERY
000630*    ROUTE ON DATES THE ROUTE HAS NO KEY OF ITS OWN.
000640*
000650*    THE COMPROMISE IMPACT REPORT (RKYRPT) LISTS, BY PARTNER
000660*    AND KEY DATE, THE TRAFFIC UNDER THE BURNED KEY, HOW MUCH
000670*    WAS RE-KEYED, HOW MUCH COULD NOT BE (NO APPROVED
000680*    REPLACEMENT, OR A CIPHER FAILURE), THEN THE REPLACEMENT
000690*    KEYS USED WITH BOTH OPERATOR IDS, AND ANY GENERATION THAT
000700*    WAS NOT ON FILE TO SCAN.
000701*
000702*    THE EXPEDITED INTRA-DAY RUN'S MSGOUT IS NOT ROLLED TO A
000703*    GENERATION, SO ITS TRAFFIC CANNOT BE RE-KEYED HERE.  THE
000704*    CIPHDIST ACTION P AUDIT LINES (CIPHHIST.YYYYY FOR THE
000705*    RANGE'S YEARS, THEN CIPHAUD) ARE READ INSTEAD AND EVERY
000706*    EXPEDITED FEED SENT UNDER THE BURNED KEY IS LISTED ON
000707*    RKYRPT AS NOT RE-ISSUED, FOR THE PARTNER TO BE CONTACTED.
000710*
000720*    ARGUMENTS: 1 - FROM KEY DATE, YYYYMMDD
000730*               2 - TO KEY DATE, YYYYMMDD (RANGE UP TO 400 DAYS)
000740*               3 - ROUTE CODE OF THE BURNED SCHEDULE (OMITTED
000750*                   OR BLANK = THE HOUSE SCHEDULE)
000760*
000770*    RETURN CODES:
000780*        0 - ALL TRAFFIC UNDER THE BURNED KEY RE-ISSUED
000790*        4 - SOME TRAFFIC COULD NOT BE RE-KEYED, OR A
000800*            GENERATION WAS NOT ON FILE TO SCAN, OR AN
000805*            EXPEDITED FEED WENT OUT UNDER THE BURNED KEY
000810*       12 - BAD ARGUMENTS OR A REQUIRED FILE WOULD NOT OPEN
000820*
000830*    MODIFICATION HISTORY
000840*    DATE       INIT DESCRIPTION
000850*    10/15/26   CJD  ORIGINAL PROGRAM
000852*    10/15/26   CJD  FEED NAME .KYYYYMMDD.HHMM; EXPEDITED FEEDS
000854*                    UNDER THE BURNED KEY LISTED ON RKYRPT
000860*************************************************************
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER. TOPL-BATCH.
000900 OBJECT-COMPUTER. TOPL-BATCH.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT CSR-RKY-ROUTE-FILE ASSIGN TO "CIPHRTE"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS CSR-RTE-CODE
000970         FILE STATUS IS CSR-RKY-ROUTE-STATUS.
000980     SELECT CSR-RKY-KEY-FILE ASSIGN TO "CIPHKEY"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CSR-KEY-ID
001020         FILE STATUS IS CSR-RKY-KEY-STATUS.
001030     SELECT CSR-RKY-KEYHIST-FILE ASSIGN TO "KEYHIST"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS CSR-RKY-KEYHIST-STATUS.
001060     SELECT CSR-RKY-GEN-FILE
001070         ASSIGN TO DYNAMIC CSR-RKY-GEN-NAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS CSR-RKY-GEN-STATUS.
001100     SELECT CSR-RKY-FEED-FILE
001110         ASSIGN TO DYNAMIC CSR-RKY-FEED-NAME
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS CSR-RKY-FEED-STATUS.
001140     SELECT CSR-RKY-AUDIT-FILE ASSIGN TO "CIPHAUD"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS CSR-RKY-AUDIT-STATUS.
001162     SELECT CSR-RKY-HIST-FILE
001164         ASSIGN TO DYNAMIC CSR-RKY-HIST-NAME
001166         ORGANIZATION IS LINE SEQUENTIAL
001168         FILE STATUS IS CSR-RKY-HIST-STATUS.
001170     SELECT CSR-RKY-TRACE-FILE ASSIGN TO "CIPHTRC"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS CSR-RKY-TRACE-STATUS.
001200     SELECT CSR-RKY-RPT-FILE ASSIGN TO "RKYRPT"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS CSR-RKY-RPT-STATUS.
001230*
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  CSR-RKY-ROUTE-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CSRRTE.
001290 FD  CSR-RKY-KEY-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CSRKEY.
001320 FD  CSR-RKY-KEYHIST-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CSRKHS.
001350 FD  CSR-RKY-GEN-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CSRMSG.
001380 FD  CSR-RKY-FEED-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  CSR-RKY-FEED-RECORD         PIC X(182).
001410 FD  CSR-RKY-AUDIT-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY CSRAUD.
001432 FD  CSR-RKY-HIST-FILE
001434     LABEL RECORDS ARE STANDARD.
001436 01  CSR-RKY-HIST-RECORD         PIC X(118).
001440 FD  CSR-RKY-TRACE-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY CSRTRC.
001470 FD  CSR-RKY-RPT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  CSR-RKY-RPT-RECORD          PIC X(100).
001500*
001510 WORKING-STORAGE SECTION.
001520 01  CSR-RKY-ROUTE-STATUS    PIC X(02).
001530     88  CSR-RKY-ROUTE-OK         VALUE '00'.
001540 01  CSR-RKY-KEY-STATUS      PIC X(02).
001550     88  CSR-RKY-KEY-OK           VALUE '00'.
001560 01  CSR-RKY-KEYHIST-STATUS  PIC X(02).
001570     88  CSR-RKY-KEYHIST-OK       VALUE '00'.
001580     88  CSR-RKY-KEYHIST-EOF      VALUE '10'.
001590 01  CSR-RKY-GEN-STATUS      PIC X(02).
001600     88  CSR-RKY-GEN-OK           VALUE '00'.
001610     88  CSR-RKY-GEN-EOF          VALUE '10'.
001620 01  CSR-RKY-FEED-STATUS     PIC X(02).
001630     88  CSR-RKY-FEED-OK          VALUE '00'.
001640 01  CSR-RKY-AUDIT-STATUS    PIC X(02).
001642     88  CSR-RKY-AUDIT-OK         VALUE '00'.
001644     88  CSR-RKY-AUDIT-EOF        VALUE '10'.
001646 01  CSR-RKY-HIST-STATUS     PIC X(02).
001647     88  CSR-RKY-HIST-OK          VALUE '00'.
001648     88  CSR-RKY-HIST-EOF         VALUE '10'.
001650 01  CSR-RKY-TRACE-STATUS    PIC X(02).
001660     88  CSR-RKY-TRACE-OK         VALUE '00'.
001670 01  CSR-RKY-RPT-STATUS      PIC X(02).
001680     88  CSR-RKY-RPT-OK           VALUE '00'.
001690 01  CSR-RKY-GEN-NAME        PIC X(30).
001700 01  CSR-RKY-FEED-NAME       PIC X(50).
001705 01  CSR-RKY-HIST-NAME       PIC X(30).
001710 01  CSR-ARG-VALUE           PIC X(20).
001720 01  CSR-ARG-NUMBER          PIC 9(02) COMP VALUE 0.
001730 01  CSR-RKY-FROM-DATE-X     PIC X(08).
001740 01  CSR-RKY-FROM-DATE REDEFINES CSR-RKY-FROM-DATE-X
001750                             PIC 9(08).
001760 01  CSR-RKY-TO-DATE-X       PIC X(08).
001770 01  CSR-RKY-TO-DATE REDEFINES CSR-RKY-TO-DATE-X
001780                             PIC 9(08).
001790 01  CSR-RKY-BURNED-ROUTE    PIC X(03).
001800     88  CSR-RKY-HOUSE-BURNED     VALUE SPACES.
001810 01  CSR-RKY-FROM-INT        PIC 9(08) COMP.
001820 01  CSR-RKY-TO-INT          PIC 9(08) COMP.
001830 01  CSR-RKY-DAY-SPAN        PIC 9(05) COMP.
001840 01  CSR-RKY-DAY-SUB         PIC 9(05) COMP.
001850 01  CSR-RKY-REC-INT         PIC 9(08) COMP.
001860 01  CSR-RKY-REC-SUB         PIC 9(05) COMP.
001870 01  CSR-RKY-GEN-DATE        PIC 9(08).
001880 01  CSR-RKY-TODAY-DATE      PIC 9(08).
001890 01  CSR-RKY-TODAY-TIME      PIC 9(08).
001900 01  CSR-RKY-RETURN-CODE     PIC 9(02) VALUE 0.
001910 01  CSR-RKY-WALK-DONE-SW    PIC X(01) VALUE 'N'.
001920     88  CSR-RKY-WALK-DONE        VALUE 'Y'.
001930 01  CSR-RKY-FIRST-PASS-SW   PIC X(01) VALUE 'Y'.
001940     88  CSR-RKY-FIRST-PASS       VALUE 'Y'.
001950*
001960*    THE ROUTE BEING RE-KEYED.  THE ROUTE RECORD ITSELF IS
001970*    COPIED OUT BECAUSE THE TABLE WALK OWNS THE RECORD AREA.
001980 01  CSR-RKY-CURR-ROUTE      PIC X(03).
001990 01  CSR-RKY-CURR-PARTNER    PIC X(20).
002000 01  CSR-RKY-CURR-FEED       PIC X(30).
002010 01  CSR-RKY-FEED-BATCH-ID   PIC X(08).
002020 01  CSR-RKY-FEED-OPEN-SW    PIC X(01) VALUE 'N'.
002030     88  CSR-RKY-FEED-IS-OPEN     VALUE 'Y'.
002040 01  CSR-RKY-FEED-CTR        PIC 9(07) VALUE 0.
002050 01  CSR-RKY-FEED-HASH       PIC 9(10) VALUE 0.
002060*
002070*    THE LAST ROUTE AND DATE LOOKED UP ON CIPHKEY - A
002080*    GENERATION IS MOSTLY ONE DATE, SO THIS SAVES A READ PER
002090*    RECORD.
002100 01  CSR-RKY-OWNKEY-ROUTE    PIC X(03) VALUE HIGH-VALUES.
002110 01  CSR-RKY-OWNKEY-DATE     PIC 9(08) VALUE 0.
002120 01  CSR-RKY-OWNKEY-SW       PIC X(01).
002130     88  CSR-RKY-ROUTE-HAS-KEY    VALUE 'Y'.
002140 01  CSR-RKY-UNDER-KEY-SW    PIC X(01).
002150     88  CSR-RKY-UNDER-BURNED-KEY VALUE 'Y'.
002160*
002170*    ONE SLOT PER KEY DATE OF THE RANGE THAT HAS AN APPLIED
002180*    REPLACEMENT ON KEYHIST.  OLD KEY = BEFORE IMAGE OF THE
002190*    FIRST APPLIED CHANGE; NEW KEY = AFTER IMAGE OF THE LAST,
002200*    SO A DATE RE-KEYED TWICE STILL DECRYPTS FROM THE KEY THE
002210*    TRAFFIC WENT OUT UNDER.
002220 01  CSR-RKY-CHANGE-TABLE.
002230     05  CSR-RKY-CHG-ENTRY   OCCURS 400 TIMES.
002240         10  CSR-RKY-CHG-DATE        PIC 9(08).
002250         10  CSR-RKY-CHG-OLD-SHIFT   PIC 9(02).
002260         10  CSR-RKY-CHG-OLD-MODE    PIC X(01).
002270         10  CSR-RKY-CHG-OLD-KEYWORD PIC X(20).
002280         10  CSR-RKY-CHG-NEW-SHIFT   PIC 9(02).
002290         10  CSR-RKY-CHG-NEW-MODE    PIC X(01).
002300         10  CSR-RKY-CHG-NEW-KEYWORD PIC X(20).
002310         10  CSR-RKY-CHG-ENTERED-BY  PIC X(08).
002320         10  CSR-RKY-CHG-APPROVED-BY PIC X(08).
002330         10  CSR-RKY-CHG-LOG-DATE    PIC 9(08).
002340         10  CSR-RKY-CHG-USED-CTR    PIC 9(07).
002350 01  CSR-RKY-CHG-USED        PIC 9(03) COMP VALUE 0.
002360 01  CSR-RKY-CHG-SUB         PIC 9(03) COMP.
002370 01  CSR-RKY-CHG-HIT         PIC 9(03) COMP.
002380 01  CSR-RKY-CHG-FOUND-SW    PIC X(01).
002390     88  CSR-RKY-CHG-FOUND        VALUE 'Y'.
002400 01  CSR-RKY-CHG-LOOK-DATE   PIC 9(08).
002410*
002420*    PER-ROUTE COUNTS BY KEY DATE, CLEARED FOR EACH ROUTE, AND
002430*    THE GENERATIONS FOUND MISSING ON THE FIRST ROUTE'S PASS.
002440 01  CSR-RKY-DAY-TABLE.
002450     05  CSR-RKY-DAY-ENTRY   OCCURS 400 TIMES.
002460         10  CSR-RKY-DAY-AFFECTED    PIC 9(07).
002470         10  CSR-RKY-DAY-REKEYED     PIC 9(07).
002480         10  CSR-RKY-DAY-NO-REPL     PIC 9(07).
002490         10  CSR-RKY-DAY-CIPH-ERR    PIC 9(07).
002500         10  CSR-RKY-DAY-OTHER-KEY   PIC 9(07).
002510 01  CSR-RKY-GEN-TABLE.
002520     05  CSR-RKY-GEN-MISSING-SW  OCCURS 400 TIMES PIC X(01).
002530         88  CSR-RKY-GEN-MISSING      VALUE 'Y'.
002540 01  CSR-RKY-RTE-AFFECTED    PIC 9(07).
002550 01  CSR-RKY-RTE-REKEYED     PIC 9(07).
002560 01  CSR-RKY-RTE-NO-REPL     PIC 9(07).
002570 01  CSR-RKY-RTE-CIPH-ERR    PIC 9(07).
002580 01  CSR-RKY-RTE-OTHER-KEY   PIC 9(07).
002590 01  CSR-RKY-TOT-AFFECTED    PIC 9(07) VALUE 0.
002600 01  CSR-RKY-TOT-REKEYED     PIC 9(07) VALUE 0.
002610 01  CSR-RKY-TOT-NO-REPL     PIC 9(07) VALUE 0.
002620 01  CSR-RKY-TOT-CIPH-ERR    PIC 9(07) VALUE 0.
002630 01  CSR-RKY-TOT-OTHER-KEY   PIC 9(07) VALUE 0.
002640 01  CSR-RKY-ROUTES-CTR      PIC 9(05) VALUE 0.
002650 01  CSR-RKY-FEEDS-CTR       PIC 9(05) VALUE 0.
002660 01  CSR-RKY-MISSING-CTR     PIC 9(05) VALUE 0.
002661*
002662*    EXPEDITED FEEDS FOUND UNDER THE BURNED KEY.
002663 01  CSR-RKY-EXP-CTR         PIC 9(05) VALUE 0.
002664 01  CSR-RKY-EXP-ROUTE       PIC X(03).
002665 01  CSR-RKY-EXP-DATE        PIC 9(08).
002666 01  CSR-RKY-EXP-MSGS-ED     PIC Z(06)9.
002667 01  CSR-RKY-HIST-YEAR       PIC 9(04).
002668 01  CSR-RKY-TO-YEAR         PIC 9(04).
002670*
002680*    CIPHER WORK AREAS FOR THE ENCRYPT/DECRYPT CALLS.
002690 01  CSR-RKY-PLAIN-TEXT      PIC X(132).
002700 01  CSR-RKY-VFY-TEXT        PIC X(132).
002710 01  CSR-RKY-CIPH-RETCODE    PIC 9(02).
002720     88  CSR-RKY-CIPH-OK          VALUE 0.
002730 01  CSR-CKV-SUM             PIC 9(09) COMP.
002740 01  CSR-CKV-POS             PIC 9(03) COMP.
002750 01  CSR-CKV-RESULT          PIC 9(05).
002760*
002770*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002780*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
002790*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
002800 01  CSR-RKR-HEADING-1.
002810     05  FILLER              PIC X(26)
002820             VALUE 'KEY COMPROMISE IMPACT'.
002830     05  FILLER              PIC X(10) VALUE 'SCHEDULE '.
002840     05  CSR-RKR-HDG-ROUTE   PIC X(07).
002850     05  FILLER              PIC X(11) VALUE '  KEY DATES'.
002860     05  FILLER              PIC X(01) VALUE SPACE.
002870     05  CSR-RKR-HDG-FROM    PIC 9(08).
002880     05  FILLER              PIC X(04) VALUE ' TO '.
002890     05  CSR-RKR-HDG-TO      PIC 9(08).
002900     05  FILLER              PIC X(06) VALUE '  RUN '.
002910     05  CSR-RKR-HDG-DATE    PIC 9(08).
002920     05  FILLER              PIC X(11) VALUE SPACES.
002930 01  CSR-RKR-HEADING-2.
002940     05  FILLER              PIC X(22) VALUE '  PARTNER'.
002950     05  FILLER              PIC X(07) VALUE 'ROUTE'.
002960     05  FILLER              PIC X(10) VALUE 'KEY DATE'.
002970     05  FILLER              PIC X(10) VALUE '  AFFECTED'.
002980     05  FILLER              PIC X(10) VALUE '   REKEYED'.
002990     05  FILLER              PIC X(10) VALUE '   NO REPL'.
003000     05  FILLER              PIC X(10) VALUE '  CIPH ERR'.
003010     05  FILLER              PIC X(10) VALUE ' OTHER KEY'.
003020     05  FILLER              PIC X(11) VALUE SPACES.
003030 01  CSR-RKR-DETAIL-LINE.
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  CSR-RKR-DTL-PARTNER PIC X(20).
003060     05  CSR-RKR-DTL-ROUTE   PIC X(07).
003070     05  CSR-RKR-DTL-DATE    PIC X(08).
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  FILLER              PIC X(03) VALUE SPACES.
003100     05  CSR-RKR-DTL-AFF     PIC ZZZZZZ9.
003110     05  FILLER              PIC X(03) VALUE SPACES.
003120     05  CSR-RKR-DTL-RKY     PIC ZZZZZZ9.
003130     05  FILLER              PIC X(03) VALUE SPACES.
003140     05  CSR-RKR-DTL-NRP     PIC ZZZZZZ9.
003150     05  FILLER              PIC X(03) VALUE SPACES.
003160     05  CSR-RKR-DTL-ERR     PIC ZZZZZZ9.
003170     05  FILLER              PIC X(03) VALUE SPACES.
003180     05  CSR-RKR-DTL-OTH     PIC ZZZZZZ9.
003190     05  FILLER              PIC X(11) VALUE SPACES.
003200 01  CSR-RKR-KEY-HEADING.
003210     05  FILLER              PIC X(40)
003220             VALUE '  REPLACEMENT KEYS APPLIED'.
003230     05  FILLER              PIC X(60) VALUE SPACES.
003240 01  CSR-RKR-KEY-LINE.
003250     05  FILLER              PIC X(04) VALUE SPACES.
003260     05  FILLER              PIC X(09) VALUE 'KEY DATE '.
003270     05  CSR-RKR-KEY-DATE    PIC 9(08).
003280     05  FILLER              PIC X(12) VALUE '  ENTERED BY'.
003290     05  FILLER              PIC X(01) VALUE SPACE.
003300     05  CSR-RKR-KEY-ENTERED PIC X(08).
003310     05  FILLER              PIC X(13) VALUE '  APPROVED BY'.
003320     05  FILLER              PIC X(01) VALUE SPACE.
003330     05  CSR-RKR-KEY-APPROVED PIC X(08).
003340     05  FILLER              PIC X(10) VALUE '  APPLIED '.
003350     05  CSR-RKR-KEY-APPLIED PIC 9(08).
003360     05  FILLER              PIC X(07) VALUE '  USED '.
003370     05  CSR-RKR-KEY-USED    PIC ZZZZZZ9.
003380     05  FILLER              PIC X(04) VALUE SPACES.
003390 01  CSR-RKR-TEXT-LINE.
003400     05  FILLER              PIC X(02) VALUE SPACES.
003410     05  CSR-RKR-TXT-BODY    PIC X(90).
003420     05  FILLER              PIC X(08) VALUE SPACES.
003430 01  CSR-RKR-BLANK-LINE      PIC X(100) VALUE SPACES.
003440*
003450 PROCEDURE DIVISION.
003460*
003470*****************************************************************
003480*    0000-MAINLINE
003490*****************************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 1500-LOAD-REPLACEMENTS THRU 1500-EXIT.
003530     PERFORM 2000-REKEY-ALL-ROUTES THRU 2000-EXIT.
003540     PERFORM 4000-FINALIZE THRU 4000-EXIT.
003550     MOVE CSR-RKY-RETURN-CODE TO RETURN-CODE.
003560     STOP RUN.
003570*
003580*****************************************************************
003590*    1000-INITIALIZE - VALIDATE THE ARGUMENTS AND OPEN THE
003600*    FILES EVERY ROUTE'S PASS NEEDS.  THE KEY FILE IS REQUIRED -
003610*    WITHOUT IT THERE IS NO TELLING WHICH SCHEDULE A RECORD
003620*    WENT OUT UNDER.
003630*****************************************************************
003640 1000-INITIALIZE.
003650     ACCEPT CSR-RKY-TODAY-DATE FROM DATE YYYYMMDD.
003660     ACCEPT CSR-RKY-TODAY-TIME FROM TIME.
003670     MOVE 1 TO CSR-ARG-NUMBER.
003680     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
003690     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
003700         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
003710     END-ACCEPT.
003720     MOVE CSR-ARG-VALUE(1:8) TO CSR-RKY-FROM-DATE-X.
003730     MOVE 2 TO CSR-ARG-NUMBER.
003740     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
003750     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
003760         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
003770     END-ACCEPT.
003780     MOVE CSR-ARG-VALUE(1:8) TO CSR-RKY-TO-DATE-X.
003790     MOVE 3 TO CSR-ARG-NUMBER.
003800     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
003810     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
003820         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
003830     END-ACCEPT.
003840     MOVE CSR-ARG-VALUE(1:3) TO CSR-RKY-BURNED-ROUTE.
003850     IF CSR-RKY-FROM-DATE NOT NUMERIC
003860             OR CSR-RKY-TO-DATE NOT NUMERIC
003870             OR CSR-RKY-FROM-DATE = 0
003880             OR CSR-RKY-TO-DATE = 0
003890         DISPLAY 'CIPHREKY: FROM AND TO KEY DATES (YYYYMMDD) '
003900             'ARE REQUIRED'
003910         MOVE 12 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     COMPUTE CSR-RKY-FROM-INT =
003950         FUNCTION INTEGER-OF-DATE(CSR-RKY-FROM-DATE).
003960     COMPUTE CSR-RKY-TO-INT =
003970         FUNCTION INTEGER-OF-DATE(CSR-RKY-TO-DATE).
003980     IF CSR-RKY-TO-INT < CSR-RKY-FROM-INT
003990         DISPLAY 'CIPHREKY: TO DATE IS BEFORE FROM DATE'
004000         MOVE 12 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     COMPUTE CSR-RKY-DAY-SPAN =
004040         CSR-RKY-TO-INT - CSR-RKY-FROM-INT + 1.
004050     IF CSR-RKY-DAY-SPAN > 400
004060         DISPLAY 'CIPHREKY: RANGE EXCEEDS 400 DAYS'
004070         MOVE 12 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     MOVE SPACES TO CSR-RKY-GEN-TABLE.
004110     OPEN INPUT CSR-RKY-ROUTE-FILE.
004120     IF NOT CSR-RKY-ROUTE-OK
004130         DISPLAY 'CIPHREKY: CIPHRTE OPEN FAILED, STATUS = '
004140             CSR-RKY-ROUTE-STATUS
004150         MOVE 12 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     OPEN INPUT CSR-RKY-KEY-FILE.
004190     IF NOT CSR-RKY-KEY-OK
004200         DISPLAY 'CIPHREKY: CIPHKEY OPEN FAILED, STATUS = '
004210             CSR-RKY-KEY-STATUS
004220         MOVE 12 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     OPEN OUTPUT CSR-RKY-RPT-FILE.
004260     IF NOT CSR-RKY-RPT-OK
004270         DISPLAY 'CIPHREKY: RKYRPT OPEN FAILED, STATUS = '
004280             CSR-RKY-RPT-STATUS
004290         MOVE 12 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     OPEN EXTEND CSR-RKY-TRACE-FILE.
004330     IF NOT CSR-RKY-TRACE-OK
004340         OPEN OUTPUT CSR-RKY-TRACE-FILE
004350     END-IF.
004360     IF NOT CSR-RKY-TRACE-OK
004370         DISPLAY 'CIPHREKY: CIPHTRC OPEN FAILED, STATUS = '
004380             CSR-RKY-TRACE-STATUS
004390         MOVE 12 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420     IF CSR-RKY-HOUSE-BURNED
004430         MOVE '*HOUSE*' TO CSR-RKR-HDG-ROUTE
004440     ELSE
004450         MOVE CSR-RKY-BURNED-ROUTE TO CSR-RKR-HDG-ROUTE
004460     END-IF.
004470     MOVE CSR-RKY-FROM-DATE TO CSR-RKR-HDG-FROM.
004480     MOVE CSR-RKY-TO-DATE TO CSR-RKR-HDG-TO.
004490     MOVE CSR-RKY-TODAY-DATE TO CSR-RKR-HDG-DATE.
004500     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-HEADING-1.
004510     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-HEADING-2.
004520     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-BLANK-LINE.
004530 1000-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570*    1500-LOAD-REPLACEMENTS - PICK THE BURNED SCHEDULE'S
004580*    APPLIED KEY CHANGES FOR THE RANGE OFF KEYHIST.  ONLY AN
004590*    APPLIED C LINE COUNTS - A HELD OR REJECTED ONE NEVER
004600*    REACHED CIPHKEY - AND ONLY ONE LOGGED AFTER ITS KEY DATE.
004610*    NO KEYHIST MEANS NO REPLACEMENTS: EVERY AFFECTED RECORD
004620*    IS REPORTED AS NOT RE-KEYED.
004630*****************************************************************
004640 1500-LOAD-REPLACEMENTS.
004650     OPEN INPUT CSR-RKY-KEYHIST-FILE.
004660     IF NOT CSR-RKY-KEYHIST-OK
004670         DISPLAY 'CIPHREKY: KEYHIST NOT AVAILABLE, STATUS = '
004680             CSR-RKY-KEYHIST-STATUS ' - NO REPLACEMENT KEYS'
004690         GO TO 1500-EXIT
004700     END-IF.
004710     PERFORM 1550-LOAD-ONE-CHANGE THRU 1550-EXIT
004720         UNTIL CSR-RKY-KEYHIST-EOF.
004730     CLOSE CSR-RKY-KEYHIST-FILE.
004740     DISPLAY 'CIPHREKY: ' CSR-RKY-CHG-USED
004750         ' KEY DATES WITH AN APPROVED REPLACEMENT'.
004760 1500-EXIT.
004770     EXIT.
004780*
004790 1550-LOAD-ONE-CHANGE.
004800     READ CSR-RKY-KEYHIST-FILE
004810         AT END
004820             SET CSR-RKY-KEYHIST-EOF TO TRUE
004830             GO TO 1550-EXIT
004840     END-READ.
004850     IF CSR-KHS-ACTION NOT = 'C'
004860             OR NOT CSR-KHS-APPLIED
004870             OR CSR-KHS-ROUTE-CODE NOT = CSR-RKY-BURNED-ROUTE
004880         GO TO 1550-EXIT
004890     END-IF.
004900     IF CSR-KHS-KEY-DATE < CSR-RKY-FROM-DATE
004910             OR CSR-KHS-KEY-DATE > CSR-RKY-TO-DATE
004920             OR CSR-KHS-LOG-DATE NOT > CSR-KHS-KEY-DATE
004930         GO TO 1550-EXIT
004940     END-IF.
004950     MOVE CSR-KHS-KEY-DATE TO CSR-RKY-CHG-LOOK-DATE.
004960     PERFORM 3500-FIND-REPLACEMENT THRU 3500-EXIT.
004970     IF NOT CSR-RKY-CHG-FOUND
004980         IF CSR-RKY-CHG-USED NOT < 400
004990             DISPLAY 'CIPHREKY: REPLACEMENT TABLE FULL - '
005000                 CSR-KHS-KEY-DATE ' NOT LOADED'
005010             MOVE 4 TO CSR-RKY-RETURN-CODE
005020             GO TO 1550-EXIT
005030         END-IF
005040         ADD 1 TO CSR-RKY-CHG-USED
005050         MOVE CSR-RKY-CHG-USED TO CSR-RKY-CHG-HIT
005060         MOVE CSR-KHS-KEY-DATE
005070             TO CSR-RKY-CHG-DATE(CSR-RKY-CHG-HIT)
005080         MOVE CSR-KHS-BEFORE-SHIFT
005090             TO CSR-RKY-CHG-OLD-SHIFT(CSR-RKY-CHG-HIT)
005100         MOVE CSR-KHS-BEFORE-MODE
005110             TO CSR-RKY-CHG-OLD-MODE(CSR-RKY-CHG-HIT)
005120         MOVE CSR-KHS-BEFORE-KEYWORD
005130             TO CSR-RKY-CHG-OLD-KEYWORD(CSR-RKY-CHG-HIT)
005140         MOVE 0 TO CSR-RKY-CHG-USED-CTR(CSR-RKY-CHG-HIT)
005150     END-IF.
005160     MOVE CSR-KHS-AFTER-SHIFT
005170         TO CSR-RKY-CHG-NEW-SHIFT(CSR-RKY-CHG-HIT).
005180     MOVE CSR-KHS-AFTER-MODE
005190         TO CSR-RKY-CHG-NEW-MODE(CSR-RKY-CHG-HIT).
005200     MOVE CSR-KHS-AFTER-KEYWORD
005210         TO CSR-RKY-CHG-NEW-KEYWORD(CSR-RKY-CHG-HIT).
005220     MOVE CSR-KHS-ENTERED-BY
005230         TO CSR-RKY-CHG-ENTERED-BY(CSR-RKY-CHG-HIT).
005240     MOVE CSR-KHS-APPROVED-BY
005250         TO CSR-RKY-CHG-APPROVED-BY(CSR-RKY-CHG-HIT).
005260     MOVE CSR-KHS-LOG-DATE
005270         TO CSR-RKY-CHG-LOG-DATE(CSR-RKY-CHG-HIT).
005280 1550-EXIT.
005290     EXIT.
005300*
005310*****************************************************************
005320*    2000-REKEY-ALL-ROUTES - A BURNED ROUTE SCHEDULE ONLY EVER
005330*    COVERED ITS OWN ROUTE; A BURNED HOUSE SCHEDULE MAY HAVE
005340*    COVERED ANY ROUTE, SO EVERY ROUTE ON THE TABLE IS PASSED.
005350*****************************************************************
005360 2000-REKEY-ALL-ROUTES.
005370     IF NOT CSR-RKY-HOUSE-BURNED
005380         MOVE CSR-RKY-BURNED-ROUTE TO CSR-RTE-CODE
005390         READ CSR-RKY-ROUTE-FILE
005400             KEY IS CSR-RTE-CODE
005410             INVALID KEY
005420                 DISPLAY 'CIPHREKY: ROUTE ' CSR-RKY-BURNED-ROUTE
005430                     ' IS NOT ON CIPHRTE'
005440                 MOVE 12 TO CSR-RKY-RETURN-CODE
005450                 GO TO 2000-EXIT
005460         END-READ
005470         PERFORM 2200-REKEY-ONE-ROUTE THRU 2200-EXIT
005480         GO TO 2000-EXIT
005490     END-IF.
005500     MOVE LOW-VALUES TO CSR-RTE-CODE.
005510     START CSR-RKY-ROUTE-FILE
005520         KEY IS GREATER THAN OR EQUAL TO CSR-RTE-CODE
005530         INVALID KEY
005540             DISPLAY 'CIPHREKY: ROUTE TABLE IS EMPTY'
005550             GO TO 2000-EXIT
005560     END-START.
005570     PERFORM 2100-NEXT-ROUTE THRU 2100-EXIT
005580         UNTIL CSR-RKY-WALK-DONE.
005590 2000-EXIT.
005600     EXIT.
005610*
005620 2100-NEXT-ROUTE.
005630     READ CSR-RKY-ROUTE-FILE NEXT RECORD
005640         AT END
005650             SET CSR-RKY-WALK-DONE TO TRUE
005660             GO TO 2100-EXIT
005670     END-READ.
005680     IF NOT CSR-RKY-ROUTE-OK
005690         SET CSR-RKY-WALK-DONE TO TRUE
005700         GO TO 2100-EXIT
005710     END-IF.
005720     PERFORM 2200-REKEY-ONE-ROUTE THRU 2200-EXIT.
005730 2100-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770*    2200-REKEY-ONE-ROUTE - ONE PASS OF EVERY GENERATION IN
005780*    THE RANGE FOR THE ROUTE JUST READ.  THE RE-ISSUE FEED IS
005790*    OPENED ONLY WHEN THE FIRST RECORD IS RE-KEYED - A ROUTE
005800*    WITH NOTHING TO RE-SEND GETS NO FEED, UNLIKE A NIGHTLY
005810*    DISTRIBUTION WHERE AN EMPTY FEED IS A STATEMENT.
005820*****************************************************************
005830 2200-REKEY-ONE-ROUTE.
005840     ADD 1 TO CSR-RKY-ROUTES-CTR.
005850     MOVE CSR-RTE-CODE TO CSR-RKY-CURR-ROUTE.
005860     MOVE CSR-RTE-PARTNER-NAME TO CSR-RKY-CURR-PARTNER.
005870     MOVE CSR-RTE-FEED-NAME TO CSR-RKY-CURR-FEED.
005880     MOVE 0 TO CSR-RKY-FEED-CTR.
005890     MOVE 0 TO CSR-RKY-FEED-HASH.
005900     MOVE 'N' TO CSR-RKY-FEED-OPEN-SW.
005910     MOVE SPACES TO CSR-RKY-FEED-BATCH-ID.
005920     MOVE CSR-RKY-CURR-ROUTE TO CSR-RKY-FEED-BATCH-ID(1:3).
005930     MOVE 'K' TO CSR-RKY-FEED-BATCH-ID(4:1).
005940     MOVE CSR-RKY-TODAY-TIME(1:4)
005950         TO CSR-RKY-FEED-BATCH-ID(5:4).
005960     MOVE ZEROS TO CSR-RKY-DAY-TABLE.
005970     PERFORM 2300-SCAN-ONE-GENERATION THRU 2300-EXIT
005980         VARYING CSR-RKY-DAY-SUB FROM 1 BY 1
005990         UNTIL CSR-RKY-DAY-SUB > CSR-RKY-DAY-SPAN.
006000     MOVE 'N' TO CSR-RKY-FIRST-PASS-SW.
006010     IF CSR-RKY-FEED-IS-OPEN
006020         MOVE SPACES TO CSR-MESSAGE-RECORD
006030         MOVE 'TRL' TO CSR-TRL-RECORD-TYPE
006040         MOVE CSR-RKY-FEED-CTR TO CSR-TRL-RECORD-COUNT
006050         MOVE CSR-RKY-FEED-HASH TO CSR-TRL-SEQ-HASH
006060         MOVE CSR-MESSAGE-RECORD TO CSR-RKY-FEED-RECORD
006070         WRITE CSR-RKY-FEED-RECORD
006080         CLOSE CSR-RKY-FEED-FILE
006090         ADD 1 TO CSR-RKY-FEEDS-CTR
006100         DISPLAY 'CIPHREKY: ROUTE ' CSR-RKY-CURR-ROUTE ' - '
006110             CSR-RKY-FEED-CTR ' RECORDS RE-ISSUED TO '
006120             CSR-RKY-FEED-NAME
006130     END-IF.
006140     PERFORM 3200-PRINT-ROUTE THRU 3200-EXIT.
006150     IF CSR-RKY-RTE-AFFECTED > 0
006160         PERFORM 3000-WRITE-FEED-AUDIT THRU 3000-EXIT
006170     END-IF.
006180 2200-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220*    2300-SCAN-ONE-GENERATION - THE MSGOUT GENERATION CIPHKEEP
006230*    ROLLED FOR ONE DAY OF THE RANGE.  A GENERATION NOT ON
006240*    FILE (PURGED, OR NO CYCLE THAT DAY) IS NOTED ONCE, ON THE
006250*    FIRST ROUTE'S PASS, FOR THE REPORT.
006260*****************************************************************
006270 2300-SCAN-ONE-GENERATION.
006280     COMPUTE CSR-RKY-GEN-DATE = FUNCTION DATE-OF-INTEGER(
006290         CSR-RKY-FROM-INT + CSR-RKY-DAY-SUB - 1).
006300     MOVE SPACES TO CSR-RKY-GEN-NAME.
006310     STRING 'MSGOUT.D' CSR-RKY-GEN-DATE
006320         DELIMITED BY SIZE INTO CSR-RKY-GEN-NAME.
006330     OPEN INPUT CSR-RKY-GEN-FILE.
006340     IF NOT CSR-RKY-GEN-OK
006350         IF CSR-RKY-FIRST-PASS
006360             SET CSR-RKY-GEN-MISSING(CSR-RKY-DAY-SUB) TO TRUE
006370             ADD 1 TO CSR-RKY-MISSING-CTR
006380             DISPLAY 'CIPHREKY: ' CSR-RKY-GEN-NAME
006390                 ' NOT ON FILE, STATUS = ' CSR-RKY-GEN-STATUS
006400         END-IF
006410         GO TO 2300-EXIT
006420     END-IF.
006430     PERFORM 2400-CHECK-ONE-RECORD THRU 2400-EXIT
006440         UNTIL CSR-RKY-GEN-EOF.
006450     CLOSE CSR-RKY-GEN-FILE.
006460 2300-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500*    2400-CHECK-ONE-RECORD - DECIDE WHETHER ONE GENERATION
006510*    RECORD WENT OUT UNDER THE BURNED SCHEDULE, AND RE-KEY IT
006520*    IF A REPLACEMENT WAS APPROVED FOR ITS KEY DATE.  DECRYPT
006530*    RECORDS ON MSGOUT ARE PLAIN TEXT AND ARE NOT TRAFFIC
006540*    EXPOSED BY THE KEY.
006550*****************************************************************
006560 2400-CHECK-ONE-RECORD.
006570     READ CSR-RKY-GEN-FILE
006580         AT END
006590             SET CSR-RKY-GEN-EOF TO TRUE
006600             GO TO 2400-EXIT
006610     END-READ.
006620     IF CSR-BAT-HEADER-REC OR CSR-BAT-TRAILER-REC
006630         GO TO 2400-EXIT
006640     END-IF.
006650     IF CSR-MSG-ROUTE-CODE NOT = CSR-RKY-CURR-ROUTE
006660             OR NOT CSR-ACTION-ENCRYPT
006670         GO TO 2400-EXIT
006680     END-IF.
006690     IF CSR-MSG-ENCRYPT-DATE NOT NUMERIC
006700         GO TO 2400-EXIT
006710     END-IF.
006720     IF CSR-MSG-ENCRYPT-DATE < CSR-RKY-FROM-DATE
006730             OR CSR-MSG-ENCRYPT-DATE > CSR-RKY-TO-DATE
006740         GO TO 2400-EXIT
006750     END-IF.
006760     COMPUTE CSR-RKY-REC-INT =
006770         FUNCTION INTEGER-OF-DATE(CSR-MSG-ENCRYPT-DATE).
006780     COMPUTE CSR-RKY-REC-SUB =
006790         CSR-RKY-REC-INT - CSR-RKY-FROM-INT + 1.
006800     MOVE CSR-MSG-ENCRYPT-DATE TO CSR-RKY-CHG-LOOK-DATE.
006810     PERFORM 3500-FIND-REPLACEMENT THRU 3500-EXIT.
006820     PERFORM 2450-DECIDE-KEY-USED THRU 2450-EXIT.
006830     IF NOT CSR-RKY-UNDER-BURNED-KEY
006840         ADD 1 TO CSR-RKY-DAY-OTHER-KEY(CSR-RKY-REC-SUB)
006850         GO TO 2400-EXIT
006860     END-IF.
006870     ADD 1 TO CSR-RKY-DAY-AFFECTED(CSR-RKY-REC-SUB).
006880     IF NOT CSR-RKY-CHG-FOUND
006890         ADD 1 TO CSR-RKY-DAY-NO-REPL(CSR-RKY-REC-SUB)
006900         GO TO 2400-EXIT
006910     END-IF.
006920     PERFORM 2500-REKEY-ONE-RECORD THRU 2500-EXIT.
006930 2400-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    2450-DECIDE-KEY-USED - THE CAESAR-SALAD KEY RULES RUN
006980*    BACKWARDS.  A RECORD WITH ITS OWN KEY WAS NEVER UNDER A
006990*    SCHEDULE.  A BURNED ROUTE SCHEDULE COVERED THE RECORD IF
007000*    THE ROUTE HAD A KEY FOR THE DATE (A REPLACED KEY COUNTS -
007010*    IT WAS THERE TO REPLACE); A BURNED HOUSE SCHEDULE COVERED
007020*    IT ONLY IF THE ROUTE HAD NO KEY OF ITS OWN.
007030*****************************************************************
007040 2450-DECIDE-KEY-USED.
007050     MOVE 'N' TO CSR-RKY-UNDER-KEY-SW.
007060     IF CSR-MSG-SHIFT-KEY NOT = 0
007070             OR CSR-MSG-CIPHER-MODE NOT = SPACE
007080         GO TO 2450-EXIT
007090     END-IF.
007100     IF NOT CSR-RKY-HOUSE-BURNED
007110             AND CSR-RKY-CHG-FOUND
007120         SET CSR-RKY-UNDER-BURNED-KEY TO TRUE
007130         GO TO 2450-EXIT
007140     END-IF.
007150     IF CSR-RKY-CURR-ROUTE NOT = CSR-RKY-OWNKEY-ROUTE
007160             OR CSR-MSG-ENCRYPT-DATE NOT = CSR-RKY-OWNKEY-DATE
007170         MOVE CSR-RKY-CURR-ROUTE TO CSR-RKY-OWNKEY-ROUTE
007180         MOVE CSR-MSG-ENCRYPT-DATE TO CSR-RKY-OWNKEY-DATE
007190         MOVE CSR-RKY-CURR-ROUTE TO CSR-KEY-ROUTE-CODE
007200         MOVE CSR-MSG-ENCRYPT-DATE TO CSR-KEY-DATE
007210         MOVE 'Y' TO CSR-RKY-OWNKEY-SW
007220         READ CSR-RKY-KEY-FILE
007230             KEY IS CSR-KEY-ID
007240             INVALID KEY
007250                 MOVE 'N' TO CSR-RKY-OWNKEY-SW
007260         END-READ
007270     END-IF.
007280     IF CSR-RKY-HOUSE-BURNED
007290         IF NOT CSR-RKY-ROUTE-HAS-KEY
007300             SET CSR-RKY-UNDER-BURNED-KEY TO TRUE
007310         END-IF
007320     ELSE
007330         IF CSR-RKY-ROUTE-HAS-KEY
007340             SET CSR-RKY-UNDER-BURNED-KEY TO TRUE
007350         END-IF
007360     END-IF.
007370 2450-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410*    2500-REKEY-ONE-RECORD - OLD KEY OFF, NEW KEY ON, AND THE
007420*    NEW CIPHER TEXT PROVED BY DECRYPTING A COPY BACK TO THE
007430*    PLAIN TEXT BEFORE ANYTHING IS RE-ISSUED - THE SAME
007440*    ROUND-TRIP RULE THE NIGHTLY RUN SHIPS BY.  THE CHECK
007450*    VALUE IS RESTAMPED OVER THE NEW CIPHER TEXT.
007460*****************************************************************
007470 2500-REKEY-ONE-RECORD.
007480     CALL 'DECRYPT' USING
007490         CSR-MSG-TEXT CSR-MSG-TEXT-LENGTH
007500         CSR-RKY-CHG-OLD-SHIFT(CSR-RKY-CHG-HIT)
007510         CSR-RKY-CHG-OLD-MODE(CSR-RKY-CHG-HIT)
007520         CSR-RKY-CHG-OLD-KEYWORD(CSR-RKY-CHG-HIT)
007530         CSR-RKY-CIPH-RETCODE.
007540     IF NOT CSR-RKY-CIPH-OK
007550         GO TO 2500-CIPHER-FAILED
007560     END-IF.
007570     MOVE CSR-MSG-TEXT TO CSR-RKY-PLAIN-TEXT.
007580     CALL 'ENCRYPT' USING
007590         CSR-MSG-TEXT CSR-MSG-TEXT-LENGTH
007600         CSR-RKY-CHG-NEW-SHIFT(CSR-RKY-CHG-HIT)
007610         CSR-RKY-CHG-NEW-MODE(CSR-RKY-CHG-HIT)
007620         CSR-RKY-CHG-NEW-KEYWORD(CSR-RKY-CHG-HIT)
007630         CSR-RKY-CIPH-RETCODE.
007640     IF NOT CSR-RKY-CIPH-OK
007650         GO TO 2500-CIPHER-FAILED
007660     END-IF.
007670     MOVE CSR-MSG-TEXT TO CSR-RKY-VFY-TEXT.
007680     CALL 'DECRYPT' USING
007690         CSR-RKY-VFY-TEXT CSR-MSG-TEXT-LENGTH
007700         CSR-RKY-CHG-NEW-SHIFT(CSR-RKY-CHG-HIT)
007710         CSR-RKY-CHG-NEW-MODE(CSR-RKY-CHG-HIT)
007720         CSR-RKY-CHG-NEW-KEYWORD(CSR-RKY-CHG-HIT)
007730         CSR-RKY-CIPH-RETCODE.
007740     IF NOT CSR-RKY-CIPH-OK
007750             OR CSR-RKY-VFY-TEXT NOT = CSR-RKY-PLAIN-TEXT
007760         GO TO 2500-CIPHER-FAILED
007770     END-IF.
007780     PERFORM 2550-COMPUTE-CHECK-VALUE THRU 2550-EXIT.
007790     MOVE CSR-CKV-RESULT TO CSR-MSG-CHECK-VALUE.
007800     IF NOT CSR-RKY-FEED-IS-OPEN
007810         PERFORM 2600-OPEN-REISSUE-FEED THRU 2600-EXIT
007820         IF NOT CSR-RKY-FEED-IS-OPEN
007830             GO TO 2500-CIPHER-FAILED
007840         END-IF
007850     END-IF.
007860     MOVE CSR-MESSAGE-RECORD TO CSR-RKY-FEED-RECORD.
007870     WRITE CSR-RKY-FEED-RECORD.
007880     IF NOT CSR-RKY-FEED-OK
007890         DISPLAY 'CIPHREKY: FEED WRITE FAILED, STATUS = '
007900             CSR-RKY-FEED-STATUS
007910         GO TO 2500-CIPHER-FAILED
007920     END-IF.
007930     ADD 1 TO CSR-RKY-FEED-CTR.
007940     IF CSR-MSG-SEQ-NO NUMERIC
007950         ADD CSR-MSG-SEQ-NO TO CSR-RKY-FEED-HASH
007960     END-IF.
007970     ADD 1 TO CSR-RKY-DAY-REKEYED(CSR-RKY-REC-SUB).
007980     ADD 1 TO CSR-RKY-CHG-USED-CTR(CSR-RKY-CHG-HIT).
007990     PERFORM 2700-WRITE-TRACE-REC THRU 2700-EXIT.
008000     GO TO 2500-EXIT.
008010 2500-CIPHER-FAILED.
008020     ADD 1 TO CSR-RKY-DAY-CIPH-ERR(CSR-RKY-REC-SUB).
008030     DISPLAY 'CIPHREKY: RECORD ' CSR-MSG-SEQ-NO ' ROUTE '
008040         CSR-RKY-CURR-ROUTE ' KEY DATE ' CSR-MSG-ENCRYPT-DATE
008050         ' NOT RE-KEYED, RETURN CODE = ' CSR-RKY-CIPH-RETCODE.
008060 2500-EXIT.
008070     EXIT.
008080*
008090*****************************************************************
008100*    2550-COMPUTE-CHECK-VALUE - THE PER-RECORD INTEGRITY
008110*    CHECK STAMPED BY MSGINTAK AND RESTAMPED BY CAESAR-SALAD:
008120*    EVERY TEXT BYTE'S COLLATING ORDINAL, WEIGHTED BY ITS
008130*    POSITION, SUMMED MODULO 100000.  THE SAME ARITHMETIC
008140*    LIVES IN BOTH OF THOSE - CHANGE ALL THREE OR NONE.
008150*****************************************************************
008160 2550-COMPUTE-CHECK-VALUE.
008170     MOVE 0 TO CSR-CKV-SUM.
008180     PERFORM 2560-ADD-ONE-CHECK-CHAR THRU 2560-EXIT
008190         VARYING CSR-CKV-POS FROM 1 BY 1
008200         UNTIL CSR-CKV-POS > CSR-MSG-TEXT-LENGTH.
008210     COMPUTE CSR-CKV-RESULT =
008220         FUNCTION MOD(CSR-CKV-SUM, 100000).
008230 2550-EXIT.
008240     EXIT.
008250*
008260 2560-ADD-ONE-CHECK-CHAR.
008270     COMPUTE CSR-CKV-SUM = CSR-CKV-SUM +
008280         CSR-CKV-POS *
008290         FUNCTION ORD(CSR-MSG-TEXT(CSR-CKV-POS:1)).
008300 2560-EXIT.
008310     EXIT.
008320*
008330*****************************************************************
008340*    2600-OPEN-REISSUE-FEED - THE PARTNER'S FEED NAME WITH A
008350*    .KYYYYMMDD.HHMM SUFFIX, SO A RE-ISSUE CAN NEVER OVERWRITE
008360*    THE NIGHTLY FEED OR AN EARLIER RE-ISSUE THE SAME DAY, AND
008365*    ITS HDR RECORD.
008370*****************************************************************
008380 2600-OPEN-REISSUE-FEED.
008390     MOVE SPACES TO CSR-RKY-FEED-NAME.
008400     STRING CSR-RKY-CURR-FEED DELIMITED BY SPACE
008410         '.K' CSR-RKY-TODAY-DATE '.' CSR-RKY-TODAY-TIME(1:4)
008412         DELIMITED BY SIZE
008414         INTO CSR-RKY-FEED-NAME
008416         ON OVERFLOW
008418             DISPLAY 'CIPHREKY: RE-ISSUE FEED NAME FOR '
008420                 CSR-RKY-CURR-ROUTE ' IS TOO LONG'
008422             MOVE 12 TO CSR-RKY-RETURN-CODE
008424             GO TO 2600-EXIT
008426     END-STRING.
008430     OPEN OUTPUT CSR-RKY-FEED-FILE.
008440     IF NOT CSR-RKY-FEED-OK
008450         DISPLAY 'CIPHREKY: FEED OPEN FAILED FOR '
008460             CSR-RKY-FEED-NAME ' STATUS = '
008470             CSR-RKY-FEED-STATUS
008480         MOVE 12 TO CSR-RKY-RETURN-CODE
008490         GO TO 2600-EXIT
008500     END-IF.
008510     SET CSR-RKY-FEED-IS-OPEN TO TRUE.
008520*    THE HDR IS BUILT IN THE FEED RECORD AREA - THE MESSAGE
008530*    RECORD AREA STILL HOLDS THE RECORD BEING RE-ISSUED.
008540     MOVE SPACES TO CSR-RKY-FEED-RECORD.
008550     MOVE 'HDR' TO CSR-RKY-FEED-RECORD(1:3).
008560     MOVE CSR-RKY-FEED-BATCH-ID TO CSR-RKY-FEED-RECORD(4:8).
008570     MOVE CSR-RKY-TODAY-DATE TO CSR-RKY-FEED-RECORD(12:8).
008580     WRITE CSR-RKY-FEED-RECORD.
008590 2600-EXIT.
008600     EXIT.
008610*
008620*****************************************************************
008630*    2700-WRITE-TRACE-REC - THE REKEYED STATION FOR THE
008640*    MESSAGE IN HAND.  A FAILED TRACE WRITE IS WARNED, NOT
008650*    FATAL - LINEAGE IS EVIDENCE, NOT TRAFFIC.
008660*****************************************************************
008670 2700-WRITE-TRACE-REC.
008680     MOVE SPACES TO CSR-TRACE-RECORD.
008690     MOVE CSR-RKY-FEED-BATCH-ID TO CSR-TRC-BATCH-ID.
008700     MOVE CSR-MSG-SEQ-NO TO CSR-TRC-SEQ-NO.
008710     SET CSR-TRC-AT-REKEYED TO TRUE.
008720     MOVE CSR-RKY-TODAY-DATE TO CSR-TRC-EVENT-DATE.
008730     MOVE CSR-RKY-TODAY-TIME TO CSR-TRC-EVENT-TIME.
008740     WRITE CSR-TRACE-RECORD.
008750     IF NOT CSR-RKY-TRACE-OK
008760         DISPLAY 'CIPHREKY: TRACE RECORD NOT WRITTEN, '
008770             'STATUS = ' CSR-RKY-TRACE-STATUS
008780     END-IF.
008790 2700-EXIT.
008800     EXIT.
008810*
008820*****************************************************************
008830*    3000-WRITE-FEED-AUDIT - ONE AUDIT RECORD PER ROUTE WITH
008840*    TRAFFIC UNDER THE BURNED KEY, CARRYING THE RE-ISSUE
008850*    FEED'S BATCH ID: IN = AFFECTED, OUT = RE-KEYED, REJECTED =
008860*    AFFECTED BUT NOT RE-KEYED.  PROGRAM-ID CIPHREKY KEEPS IT
008870*    OUT OF THE NIGHTLY BALANCING.
008880*****************************************************************
008890 3000-WRITE-FEED-AUDIT.
008900     OPEN EXTEND CSR-RKY-AUDIT-FILE.
008910     IF CSR-RKY-AUDIT-STATUS NOT = '00'
008920         OPEN OUTPUT CSR-RKY-AUDIT-FILE
008930     END-IF.
008940     MOVE SPACES TO CSR-AUDIT-RECORD.
008950     MOVE CSR-RKY-TODAY-DATE TO CSR-AUD-RUN-DATE.
008960     MOVE CSR-RKY-TODAY-TIME TO CSR-AUD-RUN-TIME.
008970     MOVE 'CIPHREKY' TO CSR-AUD-PROGRAM-ID.
008980     MOVE 'K' TO CSR-AUD-ACTION.
008990     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
009000     MOVE 0 TO CSR-AUD-SHIFT-KEY.
009010     MOVE CSR-RKY-CURR-PARTNER TO CSR-AUD-KEYWORD.
009020     MOVE CSR-RKY-RTE-AFFECTED TO CSR-AUD-RECS-IN.
009030     MOVE CSR-RKY-RTE-REKEYED TO CSR-AUD-RECS-OUT.
009040     COMPUTE CSR-AUD-RECS-REJECTED =
009050         CSR-RKY-RTE-AFFECTED - CSR-RKY-RTE-REKEYED.
009060     MOVE CSR-RKY-RTE-REKEYED TO CSR-AUD-RECS-VERIFIED.
009070     MOVE 0 TO CSR-AUD-RECS-VFY-FAIL.
009080     MOVE 0 TO CSR-AUD-RECS-CK-OK.
009090     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
009100     SET CSR-AUD-KEY-OVERRIDDEN TO TRUE.
009110     MOVE 'N' TO CSR-AUD-KEY-FALLBACK.
009120     MOVE CSR-RKY-FEED-BATCH-ID TO CSR-AUD-BATCH-ID.
009130     WRITE CSR-AUDIT-RECORD.
009140     IF CSR-RKY-AUDIT-STATUS NOT = '00'
009150         DISPLAY 'CIPHREKY: FEED AUDIT RECORD NOT WRITTEN, '
009160             'STATUS = ' CSR-RKY-AUDIT-STATUS
009170     END-IF.
009180     CLOSE CSR-RKY-AUDIT-FILE.
009190 3000-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230*    3200-PRINT-ROUTE - ONE IMPACT LINE PER KEY DATE WITH ANY
009240*    TRAFFIC FOR THE ROUTE, THEN THE ROUTE'S TOTAL LINE.  A
009250*    ROUTE WITH NOTHING IN THE RANGE PRINTS NOTHING.
009260*****************************************************************
009270 3200-PRINT-ROUTE.
009280     MOVE 0 TO CSR-RKY-RTE-AFFECTED.
009290     MOVE 0 TO CSR-RKY-RTE-REKEYED.
009300     MOVE 0 TO CSR-RKY-RTE-NO-REPL.
009310     MOVE 0 TO CSR-RKY-RTE-CIPH-ERR.
009320     MOVE 0 TO CSR-RKY-RTE-OTHER-KEY.
009330     PERFORM 3250-PRINT-ONE-DAY THRU 3250-EXIT
009340         VARYING CSR-RKY-DAY-SUB FROM 1 BY 1
009350         UNTIL CSR-RKY-DAY-SUB > CSR-RKY-DAY-SPAN.
009360     IF CSR-RKY-RTE-AFFECTED = 0
009370             AND CSR-RKY-RTE-OTHER-KEY = 0
009380         GO TO 3200-EXIT
009390     END-IF.
009400     MOVE SPACES TO CSR-RKR-DTL-PARTNER.
009410     MOVE SPACES TO CSR-RKR-DTL-ROUTE.
009420     MOVE 'TOTAL' TO CSR-RKR-DTL-DATE.
009430     MOVE CSR-RKY-RTE-AFFECTED TO CSR-RKR-DTL-AFF.
009440     MOVE CSR-RKY-RTE-REKEYED TO CSR-RKR-DTL-RKY.
009450     MOVE CSR-RKY-RTE-NO-REPL TO CSR-RKR-DTL-NRP.
009460     MOVE CSR-RKY-RTE-CIPH-ERR TO CSR-RKR-DTL-ERR.
009470     MOVE CSR-RKY-RTE-OTHER-KEY TO CSR-RKR-DTL-OTH.
009480     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-DETAIL-LINE.
009490     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-BLANK-LINE.
009500     ADD CSR-RKY-RTE-AFFECTED TO CSR-RKY-TOT-AFFECTED.
009510     ADD CSR-RKY-RTE-REKEYED TO CSR-RKY-TOT-REKEYED.
009520     ADD CSR-RKY-RTE-NO-REPL TO CSR-RKY-TOT-NO-REPL.
009530     ADD CSR-RKY-RTE-CIPH-ERR TO CSR-RKY-TOT-CIPH-ERR.
009540     ADD CSR-RKY-RTE-OTHER-KEY TO CSR-RKY-TOT-OTHER-KEY.
009550 3200-EXIT.
009560     EXIT.
009570*
009580 3250-PRINT-ONE-DAY.
009590     IF CSR-RKY-DAY-AFFECTED(CSR-RKY-DAY-SUB) = 0
009600             AND CSR-RKY-DAY-OTHER-KEY(CSR-RKY-DAY-SUB) = 0
009610         GO TO 3250-EXIT
009620     END-IF.
009630     MOVE CSR-RKY-CURR-PARTNER TO CSR-RKR-DTL-PARTNER.
009640     MOVE CSR-RKY-CURR-ROUTE TO CSR-RKR-DTL-ROUTE.
009650     COMPUTE CSR-RKY-GEN-DATE = FUNCTION DATE-OF-INTEGER(
009660         CSR-RKY-FROM-INT + CSR-RKY-DAY-SUB - 1).
009670     MOVE CSR-RKY-GEN-DATE TO CSR-RKR-DTL-DATE.
009680     MOVE CSR-RKY-DAY-AFFECTED(CSR-RKY-DAY-SUB)
009690         TO CSR-RKR-DTL-AFF.
009700     MOVE CSR-RKY-DAY-REKEYED(CSR-RKY-DAY-SUB)
009710         TO CSR-RKR-DTL-RKY.
009720     MOVE CSR-RKY-DAY-NO-REPL(CSR-RKY-DAY-SUB)
009730         TO CSR-RKR-DTL-NRP.
009740     MOVE CSR-RKY-DAY-CIPH-ERR(CSR-RKY-DAY-SUB)
009750         TO CSR-RKR-DTL-ERR.
009760     MOVE CSR-RKY-DAY-OTHER-KEY(CSR-RKY-DAY-SUB)
009770         TO CSR-RKR-DTL-OTH.
009780     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-DETAIL-LINE.
009790     ADD CSR-RKY-DAY-AFFECTED(CSR-RKY-DAY-SUB)
009800         TO CSR-RKY-RTE-AFFECTED.
009810     ADD CSR-RKY-DAY-REKEYED(CSR-RKY-DAY-SUB)
009820         TO CSR-RKY-RTE-REKEYED.
009830     ADD CSR-RKY-DAY-NO-REPL(CSR-RKY-DAY-SUB)
009840         TO CSR-RKY-RTE-NO-REPL.
009850     ADD CSR-RKY-DAY-CIPH-ERR(CSR-RKY-DAY-SUB)
009860         TO CSR-RKY-RTE-CIPH-ERR.
009870     ADD CSR-RKY-DAY-OTHER-KEY(CSR-RKY-DAY-SUB)
009880         TO CSR-RKY-RTE-OTHER-KEY.
009890 3250-EXIT.
009900     EXIT.
009910*
009920*****************************************************************
009930*    3500-FIND-REPLACEMENT - LOOK UP THE KEY DATE IN
009940*    CSR-RKY-CHG-LOOK-DATE ON THE REPLACEMENT TABLE, LEAVING
009950*    THE SLOT IN CSR-RKY-CHG-HIT WHEN FOUND.
009960*****************************************************************
009970 3500-FIND-REPLACEMENT.
009980     MOVE 'N' TO CSR-RKY-CHG-FOUND-SW.
009990     PERFORM 3550-MATCH-ONE-CHANGE THRU 3550-EXIT
010000         VARYING CSR-RKY-CHG-SUB FROM 1 BY 1
010010         UNTIL CSR-RKY-CHG-SUB > CSR-RKY-CHG-USED
010020         OR CSR-RKY-CHG-FOUND.
010030 3500-EXIT.
010040     EXIT.
010050*
010060 3550-MATCH-ONE-CHANGE.
010070     IF CSR-RKY-CHG-DATE(CSR-RKY-CHG-SUB)
010080             = CSR-RKY-CHG-LOOK-DATE
010090         MOVE CSR-RKY-CHG-SUB TO CSR-RKY-CHG-HIT
010100         SET CSR-RKY-CHG-FOUND TO TRUE
010110     END-IF.
010120 3550-EXIT.
010130     EXIT.
010140*
010150*****************************************************************
010160*    4000-FINALIZE - RUN TOTALS, THE REPLACEMENT KEYS USED,
010170*    THE GENERATIONS THAT COULD NOT BE SCANNED, A RUN-LEVEL
010180*    AUDIT RECORD, AND THE VERDICT.
010190*****************************************************************
010200 4000-FINALIZE.
010210     MOVE 'ALL PARTNERS' TO CSR-RKR-DTL-PARTNER.
010220     MOVE SPACES TO CSR-RKR-DTL-ROUTE.
010230     MOVE 'TOTAL' TO CSR-RKR-DTL-DATE.
010240     MOVE CSR-RKY-TOT-AFFECTED TO CSR-RKR-DTL-AFF.
010250     MOVE CSR-RKY-TOT-REKEYED TO CSR-RKR-DTL-RKY.
010260     MOVE CSR-RKY-TOT-NO-REPL TO CSR-RKR-DTL-NRP.
010270     MOVE CSR-RKY-TOT-CIPH-ERR TO CSR-RKR-DTL-ERR.
010280     MOVE CSR-RKY-TOT-OTHER-KEY TO CSR-RKR-DTL-OTH.
010290     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-DETAIL-LINE.
010300     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-BLANK-LINE.
010310     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-KEY-HEADING.
010320     IF CSR-RKY-CHG-USED = 0
010330         MOVE 'NONE - NO APPROVED CHANGE ON KEYHIST'
010340             TO CSR-RKR-TXT-BODY
010350         WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-TEXT-LINE
010360     END-IF.
010370     PERFORM 4100-PRINT-ONE-KEY THRU 4100-EXIT
010380         VARYING CSR-RKY-CHG-SUB FROM 1 BY 1
010390         UNTIL CSR-RKY-CHG-SUB > CSR-RKY-CHG-USED.
010400     IF CSR-RKY-MISSING-CTR > 0
010410         WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-BLANK-LINE
010420         MOVE 'GENERATIONS NOT ON FILE - NOT SCANNED:'
010430             TO CSR-RKR-TXT-BODY
010440         WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-TEXT-LINE
010450         PERFORM 4200-PRINT-ONE-MISSING THRU 4200-EXIT
010460             VARYING CSR-RKY-DAY-SUB FROM 1 BY 1
010470             UNTIL CSR-RKY-DAY-SUB > CSR-RKY-DAY-SPAN
010480     END-IF.
010485     PERFORM 4500-LIST-EXPEDITED-FEEDS THRU 4500-EXIT.
010490     CLOSE CSR-RKY-RPT-FILE.
010500     CLOSE CSR-RKY-TRACE-FILE.
010510     CLOSE CSR-RKY-KEY-FILE.
010520     CLOSE CSR-RKY-ROUTE-FILE.
010530     PERFORM 4300-WRITE-RUN-AUDIT THRU 4300-EXIT.
010540     DISPLAY 'CIPHREKY: ' CSR-RKY-ROUTES-CTR ' ROUTES, '
010550         CSR-RKY-TOT-AFFECTED ' UNDER THE BURNED KEY, '
010560         CSR-RKY-TOT-REKEYED ' RE-KEYED IN '
010570         CSR-RKY-FEEDS-CTR ' FEEDS'.
010575     IF CSR-RKY-EXP-CTR > 0
010576         DISPLAY 'CIPHREKY: ' CSR-RKY-EXP-CTR ' EXPEDITED FEEDS '
010577             'UNDER THE BURNED KEY NOT RE-ISSUED'
010578     END-IF.
010580     IF CSR-RKY-RETURN-CODE = 0
010590             AND (CSR-RKY-TOT-REKEYED < CSR-RKY-TOT-AFFECTED
010600             OR CSR-RKY-MISSING-CTR > 0
010605             OR CSR-RKY-EXP-CTR > 0)
010610         MOVE 4 TO CSR-RKY-RETURN-CODE
010620     END-IF.
010630 4000-EXIT.
010640     EXIT.
010650*
010660 4100-PRINT-ONE-KEY.
010670     MOVE CSR-RKY-CHG-DATE(CSR-RKY-CHG-SUB)
010680         TO CSR-RKR-KEY-DATE.
010690     MOVE CSR-RKY-CHG-ENTERED-BY(CSR-RKY-CHG-SUB)
010700         TO CSR-RKR-KEY-ENTERED.
010710     MOVE CSR-RKY-CHG-APPROVED-BY(CSR-RKY-CHG-SUB)
010720         TO CSR-RKR-KEY-APPROVED.
010730     MOVE CSR-RKY-CHG-LOG-DATE(CSR-RKY-CHG-SUB)
010740         TO CSR-RKR-KEY-APPLIED.
010750     MOVE CSR-RKY-CHG-USED-CTR(CSR-RKY-CHG-SUB)
010760         TO CSR-RKR-KEY-USED.
010770     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-KEY-LINE.
010780 4100-EXIT.
010790     EXIT.
010800*
010810 4200-PRINT-ONE-MISSING.
010820     IF NOT CSR-RKY-GEN-MISSING(CSR-RKY-DAY-SUB)
010830         GO TO 4200-EXIT
010840     END-IF.
010850     COMPUTE CSR-RKY-GEN-DATE = FUNCTION DATE-OF-INTEGER(
010860         CSR-RKY-FROM-INT + CSR-RKY-DAY-SUB - 1).
010870     MOVE SPACES TO CSR-RKR-TXT-BODY.
010880     STRING '    MSGOUT.D' CSR-RKY-GEN-DATE
010890         DELIMITED BY SIZE INTO CSR-RKR-TXT-BODY.
010900     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-TEXT-LINE.
010910 4200-EXIT.
010920     EXIT.
010930*
010940*****************************************************************
010950*    4300-WRITE-RUN-AUDIT - THE RUN-LEVEL RECORD: IN = ALL
010960*    TRAFFIC UNDER THE BURNED KEY, OUT = RE-KEYED, REJECTED =
010970*    THE DIFFERENCE.
010980*****************************************************************
010990 4300-WRITE-RUN-AUDIT.
011000     OPEN EXTEND CSR-RKY-AUDIT-FILE.
011010     IF CSR-RKY-AUDIT-STATUS NOT = '00'
011020         OPEN OUTPUT CSR-RKY-AUDIT-FILE
011030     END-IF.
011040     MOVE SPACES TO CSR-AUDIT-RECORD.
011050     MOVE CSR-RKY-TODAY-DATE TO CSR-AUD-RUN-DATE.
011060     MOVE CSR-RKY-TODAY-TIME TO CSR-AUD-RUN-TIME.
011070     MOVE 'CIPHREKY' TO CSR-AUD-PROGRAM-ID.
011080     MOVE 'K' TO CSR-AUD-ACTION.
011090     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
011100     MOVE 0 TO CSR-AUD-SHIFT-KEY.
011110     MOVE SPACES TO CSR-AUD-KEYWORD.
011120     MOVE CSR-RKY-TOT-AFFECTED TO CSR-AUD-RECS-IN.
011130     MOVE CSR-RKY-TOT-REKEYED TO CSR-AUD-RECS-OUT.
011140     COMPUTE CSR-AUD-RECS-REJECTED =
011150         CSR-RKY-TOT-AFFECTED - CSR-RKY-TOT-REKEYED.
011160     MOVE CSR-RKY-TOT-REKEYED TO CSR-AUD-RECS-VERIFIED.
011170     MOVE 0 TO CSR-AUD-RECS-VFY-FAIL.
011180     MOVE 0 TO CSR-AUD-RECS-CK-OK.
011190     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
011200     SET CSR-AUD-KEY-OVERRIDDEN TO TRUE.
011210     MOVE 'N' TO CSR-AUD-KEY-FALLBACK.
011220     MOVE '*REKEYED' TO CSR-AUD-BATCH-ID.
011230     WRITE CSR-AUDIT-RECORD.
011240     IF CSR-RKY-AUDIT-STATUS NOT = '00'
011250         DISPLAY 'CIPHREKY: RUN AUDIT RECORD NOT WRITTEN, '
011260             'STATUS = ' CSR-RKY-AUDIT-STATUS
011270     END-IF.
011280     CLOSE CSR-RKY-AUDIT-FILE.
011290 4300-EXIT.
011300     EXIT.
011310*
011320*****************************************************************
011330*    4500-LIST-EXPEDITED-FEEDS - EXPEDITED FEEDS SENT UNDER THE
011340*    BURNED KEY.  CIPHKEEP NEVER ROLLS THE EXPEDITED MSGOUT TO A
011350*    GENERATION, SO THIS TRAFFIC WAS NOT SCANNED ABOVE AND CAN
011360*    ONLY BE FOUND FROM ITS CIPHDIST ACTION P AUDIT LINES - THE
011370*    HISTORY FILE FOR EACH YEAR OF THE RANGE, THEN CIPHAUD.  A
011380*    MISSING HISTORY YEAR IS NOT AN ERROR.
011390*****************************************************************
011400 4500-LIST-EXPEDITED-FEEDS.
011410     MOVE CSR-RKY-FROM-DATE-X(1:4) TO CSR-RKY-HIST-YEAR.
011420     MOVE CSR-RKY-TO-DATE-X(1:4) TO CSR-RKY-TO-YEAR.
011430     PERFORM 4550-SCAN-ONE-HIST-YEAR THRU 4550-EXIT
011440         UNTIL CSR-RKY-HIST-YEAR > CSR-RKY-TO-YEAR.
011450     OPEN INPUT CSR-RKY-AUDIT-FILE.
011460     IF NOT CSR-RKY-AUDIT-OK
011470         DISPLAY 'CIPHREKY: CIPHAUD NOT READ FOR EXPEDITED '
011480             'FEEDS, STATUS = ' CSR-RKY-AUDIT-STATUS
011490         GO TO 4500-EXIT
011500     END-IF.
011510     PERFORM 4580-SCAN-ONE-AUDIT-REC THRU 4580-EXIT
011520         UNTIL CSR-RKY-AUDIT-EOF.
011530     CLOSE CSR-RKY-AUDIT-FILE.
011540 4500-EXIT.
011550     EXIT.
011560*
011570 4550-SCAN-ONE-HIST-YEAR.
011580     MOVE SPACES TO CSR-RKY-HIST-NAME.
011590     STRING 'CIPHHIST.Y' CSR-RKY-HIST-YEAR
011600         DELIMITED BY SIZE INTO CSR-RKY-HIST-NAME.
011610     ADD 1 TO CSR-RKY-HIST-YEAR.
011620     OPEN INPUT CSR-RKY-HIST-FILE.
011630     IF NOT CSR-RKY-HIST-OK
011640         GO TO 4550-EXIT
011650     END-IF.
011660     PERFORM 4560-SCAN-ONE-HIST-REC THRU 4560-EXIT
011670         UNTIL CSR-RKY-HIST-EOF.
011680     CLOSE CSR-RKY-HIST-FILE.
011690 4550-EXIT.
011700     EXIT.
011710*
011720 4560-SCAN-ONE-HIST-REC.
011730     READ CSR-RKY-HIST-FILE
011740         AT END
011750             GO TO 4560-EXIT
011760     END-READ.
011770     MOVE CSR-RKY-HIST-RECORD TO CSR-AUDIT-RECORD.
011780     PERFORM 4600-CHECK-EXPEDITED-LINE THRU 4600-EXIT.
011790 4560-EXIT.
011800     EXIT.
011810*
011820 4580-SCAN-ONE-AUDIT-REC.
011830     READ CSR-RKY-AUDIT-FILE
011840         AT END
011850             GO TO 4580-EXIT
011860     END-READ.
011870     PERFORM 4600-CHECK-EXPEDITED-LINE THRU 4600-EXIT.
011880 4580-EXIT.
011890     EXIT.
011900*
011910*****************************************************************
011920*    4600-CHECK-EXPEDITED-LINE - A CIPHDIST ACTION P FEED LINE
011930*    THAT SHIPPED TRAFFIC ON A DATE OF THE RANGE IS LISTED WHEN
011940*    ITS ROUTE WAS UNDER THE BURNED SCHEDULE THAT DAY, BY THE
011950*    SAME RULES AS 2450.  THE FEED'S RUN DATE STANDS FOR THE
011960*    KEY DATE - THE EXPEDITED RUN CIPHERS AND SHIPS THE SAME DAY.
011970*****************************************************************
011980 4600-CHECK-EXPEDITED-LINE.
011990     IF CSR-AUD-PROGRAM-ID NOT = 'CIPHDIST'
012000             OR CSR-AUD-ACTION NOT = 'P'
012010             OR CSR-AUD-BATCH-ID(1:1) = '*'
012020             OR CSR-AUD-RUN-DATE NOT NUMERIC
012030             OR CSR-AUD-RECS-OUT NOT NUMERIC
012040         GO TO 4600-EXIT
012050     END-IF.
012060     IF CSR-AUD-RUN-DATE < CSR-RKY-FROM-DATE
012070             OR CSR-AUD-RUN-DATE > CSR-RKY-TO-DATE
012080             OR CSR-AUD-RECS-OUT = 0
012090         GO TO 4600-EXIT
012100     END-IF.
012110     MOVE CSR-AUD-BATCH-ID(1:3) TO CSR-RKY-EXP-ROUTE.
012120     MOVE CSR-AUD-RUN-DATE TO CSR-RKY-EXP-DATE.
012130     IF NOT CSR-RKY-HOUSE-BURNED
012140             AND CSR-RKY-EXP-ROUTE NOT = CSR-RKY-BURNED-ROUTE
012150         GO TO 4600-EXIT
012160     END-IF.
012170     MOVE CSR-RKY-EXP-DATE TO CSR-RKY-CHG-LOOK-DATE.
012180     PERFORM 3500-FIND-REPLACEMENT THRU 3500-EXIT.
012190     IF NOT CSR-RKY-HOUSE-BURNED
012200             AND CSR-RKY-CHG-FOUND
012210         GO TO 4600-LIST
012220     END-IF.
012230     MOVE CSR-RKY-EXP-ROUTE TO CSR-RKY-OWNKEY-ROUTE.
012240     MOVE CSR-RKY-EXP-DATE TO CSR-RKY-OWNKEY-DATE.
012250     MOVE CSR-RKY-EXP-ROUTE TO CSR-KEY-ROUTE-CODE.
012260     MOVE CSR-RKY-EXP-DATE TO CSR-KEY-DATE.
012270     MOVE 'Y' TO CSR-RKY-OWNKEY-SW.
012280     READ CSR-RKY-KEY-FILE
012290         KEY IS CSR-KEY-ID
012300         INVALID KEY
012310             MOVE 'N' TO CSR-RKY-OWNKEY-SW
012320     END-READ.
012330     IF CSR-RKY-HOUSE-BURNED
012340         IF CSR-RKY-ROUTE-HAS-KEY
012350             GO TO 4600-EXIT
012360         END-IF
012370     ELSE
012380         IF NOT CSR-RKY-ROUTE-HAS-KEY
012390             GO TO 4600-EXIT
012400         END-IF
012410     END-IF.
012420 4600-LIST.
012430     IF CSR-RKY-EXP-CTR = 0
012440         WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-BLANK-LINE
012450         MOVE SPACES TO CSR-RKR-TXT-BODY
012460         STRING 'EXPEDITED FEEDS UNDER THE BURNED KEY - '
012470             'NOT RE-ISSUED - CONTACT PARTNER:'
012480             DELIMITED BY SIZE INTO CSR-RKR-TXT-BODY
012490         WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-TEXT-LINE
012500     END-IF.
012510     ADD 1 TO CSR-RKY-EXP-CTR.
012520     MOVE CSR-AUD-RECS-OUT TO CSR-RKY-EXP-MSGS-ED.
012530     MOVE SPACES TO CSR-RKR-TXT-BODY.
012540     STRING '    ' CSR-AUD-KEYWORD ' ' CSR-RKY-EXP-ROUTE
012550         ' ' CSR-RKY-EXP-DATE ' BATCH ' CSR-AUD-BATCH-ID
012560         ' ' CSR-RKY-EXP-MSGS-ED ' MESSAGES'
012570         DELIMITED BY SIZE INTO CSR-RKR-TXT-BODY.
012580     WRITE CSR-RKY-RPT-RECORD FROM CSR-RKR-TEXT-LINE.
012590 4600-EXIT.
012600     EXIT.
012610*
012620 END PROGRAM CIPHREKY.
