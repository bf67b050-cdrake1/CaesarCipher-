000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - BATCH BACKOUT
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  A BATCH FOUND AFTER THE
000180*                    FACT TO HAVE GONE OUT UNDER THE WRONG KEY OR
000190*                    FROM A CORRUPT EXTRACT COULD ONLY BE RERUN
000200*                    UNDER THE CIPHPARM FORCE SWITCH, WHICH LET
000210*                    EVERY BATCH OF THE RUN PAST THE DUPLICATE
000220*                    CHECK AND LEFT THE BAD RUN'S REGISTRATION,
000230*                    AUDIT COUNTS AND TRACE RECORDS STANDING AS
000240*                    IF THEY WERE GOOD.
000242*    10/15/26   CJD  A REVERSAL AUDIT LINE THAT WILL NOT WRITE
000244*                    STOPS THE BACKOUT BEFORE THE REGISTRY IS
000246*                    MARKED, AT RETURN CODE 12.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CIPHBACK.
000280 AUTHOR. COLLIN DRAKE.
000290 INSTALLATION. TOPL PROGRAMMING.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320*************************************************************
000330*    DESCRIPTION
000340*    BACKS OUT ONE REGISTERED BATCH SO THAT BATCH, AND ONLY
000350*    THAT BATCH, CAN BE RUN AGAIN WITHOUT THE FORCE SWITCH.
000360*    TRANSACTIONS (BKOTXN):
000370*        B - REQUEST THE BACKOUT OF A BATCH, WITH A REASON
000380*        P - APPROVE THE BACKOUT PENDING FOR A BATCH
000390*    DUAL CONTROL, THE SAME AS KEYMAINT: A B TRANSACTION IS
000400*    ONLY HELD ON THE CIPHBKP PENDING FILE, AND NOTHING IS
000410*    BACKED OUT UNTIL A DIFFERENT OPERATOR'S P TRANSACTION FOR
000420*    THE SAME BATCH ARRIVES.  SELF-APPROVAL IS REFUSED AND
000430*    LEAVES THE REQUEST PENDING.
000440*
000450*    AN APPROVED BACKOUT:
000460*      - MARKS THE BATCH'S CIPHBRG REGISTRATION REVERSED.  THE
000470*        RECORD STAYS ON FILE WITH ITS ORIGINAL RUN DATE; THE
000480*        CIPHER RUN ACCEPTS A REVERSED BATCH AND RE-REGISTERS
000490*        IT.  EVERY OTHER BATCH OF THE BAD RUN STAYS REGISTERED
000500*        AND STILL FAILS THE DUPLICATE CHECK.
000510*      - WRITES A REVERSING AUDIT LINE TO CIPHAUD - PROGRAM-ID
000520*        CIPHBACK, RUN DATE = THE CYCLE THE BATCH WAS
000530*        REGISTERED IN, BATCH ID = THE BATCH, THE COUNTS OF
000540*        THE BATCH'S LAST CAESARB LINE FOR THAT CYCLE, AND THE
000550*        REQUESTING AND APPROVING OPERATOR IDS IN THE KEYWORD
000560*        FIELD (NO KEY IS EVER LOGGED ON THIS LINE).  CIPHRCON
000570*        AND AUDTREND NET THE REVERSAL OUT OF THE CYCLE.
000580*      - POSTS A BACKOUT STATION TO CIPHTRC FOR EVERY MESSAGE
000590*        THAT HAS A TRACE RECORD UNDER THE BATCH ID, ONCE PER
000600*        SEQUENCE NUMBER.
000610*      - CLEARS THE CIPHCKP RESTART POINT OF THE RUN THAT
000620*        REGISTERED THE BATCH, THE WAY A COMPLETED RUN DOES, SO
000630*        THE RERUN STARTS FROM THE TOP OF ITS INPUT.
000640*      - REOPENS THE CYCLE'S CIPHER AND RECON STEPS ON CIPHCYC
000650*        THROUGH CYCSTEP WHEN THE CYCLE IS STILL OPEN
000660*        (HOUSEKEEPING NOT YET RUN).
000662*    A BATCH REGISTERED BY THE EXPEDITED INTRA-DAY RUN
000664*    (PROGRAM EXPRESS) TAKES ITS COUNTS FROM ITS EXPRESSB
000666*    LINE, ITS REVERSAL IS ACTION P SO ONLY THE EXPEDITED
000668*    BALANCE NETS IT, AND THE NIGHTLY CYCLE IS NOT REOPENED.
000670*    EVERY TRANSACTION AND ITS DISPOSITION IS PRINTED ON
000680*    BKORPT, EACH BACKOUT WITH ITS STEPS, AND THE REPORT ENDS
000690*    WITH THE BACKOUTS STILL AWAITING APPROVAL.
000700*
000710*    RETURN CODES:
000720*        0 - EVERY TRANSACTION HELD OR APPLIED
000730*        4 - ONE OR MORE TRANSACTIONS REJECTED
000740*       12 - A REQUIRED FILE WOULD NOT OPEN, OR A REVERSAL
000745*            AUDIT LINE WOULD NOT WRITE (THAT BACKOUT STOPS
000746*            BEFORE THE REGISTRY IS TOUCHED AND MUST BE
000747*            ENTERED AGAIN)
000750*
000760*    MODIFICATION HISTORY
000770*    DATE       INIT DESCRIPTION
000780*    10/15/26   CJD  ORIGINAL PROGRAM
000782*    10/15/26   CJD  EXPEDITED-RUN BATCHES BACKED OUT FROM
000784*                    THEIR EXPRESSB LINE WITHOUT TOUCHING THE
000786*                    NIGHTLY CYCLE
000788*    10/15/26   CJD  REVERSAL AUDIT WRITE CHECKED, RC 12
000790*************************************************************
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. TOPL-BATCH.
000830 OBJECT-COMPUTER. TOPL-BATCH.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT CSR-BKO-TXN-FILE ASSIGN TO "BKOTXN"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CSR-BKO-TXN-STATUS.
000890     SELECT CSR-BKO-PND-FILE ASSIGN TO "CIPHBKP"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CSR-BKP-BATCH-ID
000930         FILE STATUS IS CSR-BKO-PND-STATUS.
000940     SELECT CSR-BKO-BRG-FILE ASSIGN TO "CIPHBRG"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CSR-BRG-BATCH-ID
000980         FILE STATUS IS CSR-BKO-BRG-STATUS.
000990     SELECT CSR-BKO-AUDIT-FILE ASSIGN TO "CIPHAUD"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS CSR-BKO-AUDIT-STATUS.
001020     SELECT CSR-BKO-TRACE-FILE ASSIGN TO "CIPHTRC"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS CSR-BKO-TRACE-STATUS.
001050     SELECT CSR-BKO-CKP-FILE ASSIGN TO "CIPHCKP"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS CSR-CKP-PROGRAM-ID
001090         FILE STATUS IS CSR-BKO-CKP-STATUS.
001100     SELECT CSR-BKO-RPT-FILE ASSIGN TO "BKORPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS CSR-BKO-RPT-STATUS.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  CSR-BKO-TXN-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  CSR-BKO-TXN-RECORD.
001190     05  CSR-BTX-ACTION          PIC X(01).
001200         88  CSR-BTX-REQUEST         VALUE 'B'.
001210         88  CSR-BTX-APPROVE         VALUE 'P'.
001220     05  CSR-BTX-BATCH-ID        PIC X(08).
001230     05  CSR-BTX-OPERATOR-ID     PIC X(08).
001240     05  CSR-BTX-REASON          PIC X(40).
001250     05  FILLER                  PIC X(23).
001260 FD  CSR-BKO-PND-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CSRBKP.
001290 FD  CSR-BKO-BRG-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CSRBRG.
001320 FD  CSR-BKO-AUDIT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CSRAUD.
001350 FD  CSR-BKO-TRACE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CSRTRC.
001380 FD  CSR-BKO-CKP-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY CSRCKP.
001410 FD  CSR-BKO-RPT-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  CSR-BKO-RPT-RECORD          PIC X(100).
001440*
001450 WORKING-STORAGE SECTION.
001460 01  CSR-BKO-TXN-STATUS      PIC X(02).
001470     88  CSR-BKO-TXN-OK           VALUE '00'.
001480     88  CSR-BKO-TXN-EOF          VALUE '10'.
001490 01  CSR-BKO-PND-STATUS      PIC X(02).
001500     88  CSR-BKO-PND-OK           VALUE '00'.
001510     88  CSR-BKO-PND-NOTFOUND     VALUE '23' '35'.
001520 01  CSR-BKO-BRG-STATUS      PIC X(02).
001530     88  CSR-BKO-BRG-OK           VALUE '00'.
001540 01  CSR-BKO-AUDIT-STATUS    PIC X(02).
001550     88  CSR-BKO-AUDIT-OK         VALUE '00'.
001560     88  CSR-BKO-AUDIT-EOF        VALUE '10'.
001570 01  CSR-BKO-TRACE-STATUS    PIC X(02).
001580     88  CSR-BKO-TRACE-OK         VALUE '00'.
001590     88  CSR-BKO-TRACE-EOF        VALUE '10'.
001600 01  CSR-BKO-CKP-STATUS      PIC X(02).
001610     88  CSR-BKO-CKP-OK           VALUE '00'.
001620 01  CSR-BKO-RPT-STATUS      PIC X(02).
001630     88  CSR-BKO-RPT-OK           VALUE '00'.
001640 01  CSR-BKO-TODAY-DATE      PIC 9(08).
001650 01  CSR-BKO-TODAY-TIME      PIC 9(08).
001660 01  CSR-BKO-RETURN-CODE     PIC 9(02) VALUE 0.
001670 01  CSR-BKO-WALK-DONE-SW    PIC X(01) VALUE 'N'.
001680     88  CSR-BKO-WALK-DONE        VALUE 'Y'.
001690 01  CSR-BKO-LINE-DONE-SW    PIC X(01).
001700     88  CSR-BKO-LINE-DONE        VALUE 'Y'.
001710 01  CSR-BKO-TXNS-READ-CTR   PIC 9(05) VALUE 0.
001720 01  CSR-BKO-HELD-CTR        PIC 9(05) VALUE 0.
001730 01  CSR-BKO-BACKED-OUT-CTR  PIC 9(05) VALUE 0.
001740 01  CSR-BKO-ERROR-CTR       PIC 9(05) VALUE 0.
001750 01  CSR-BKO-PENDING-CTR     PIC 9(05) VALUE 0.
001760*
001770*    THE APPROVED REQUEST, COPIED OUT OF THE PENDING RECORD
001780*    BEFORE IT IS DELETED, AND THE REGISTRATION BEING REVERSED.
001790 01  CSR-BKO-ENTERED-BY      PIC X(08).
001800 01  CSR-BKO-APPROVED-BY     PIC X(08).
001810 01  CSR-BKO-REASON          PIC X(40).
001820 01  CSR-BKO-BATCH-ID        PIC X(08).
001830 01  CSR-BKO-CYCLE-DATE      PIC 9(08).
001840 01  CSR-BKO-RUN-PROGRAM-ID  PIC X(08).
001842 01  CSR-BKO-BATCH-AUD-PGM   PIC X(08).
001844 01  CSR-BKO-EXPEDITED-SW    PIC X(01).
001846     88  CSR-BKO-EXPEDITED        VALUE 'Y'.
001847 01  CSR-BKO-REVERSAL-SW     PIC X(01).
001848     88  CSR-BKO-REVERSAL-WRITTEN VALUE 'Y'.
001850*
001860*    THE BATCH'S LAST CAESARB (OR EXPRESSB) AUDIT LINE FOR
001865*    ITS CYCLE.  A FORCED RERUN WRITES A LATER ONE THAT
001870*    SUPERSEDES THE FIRST.
001880 01  CSR-BKO-AUD-FOUND-SW    PIC X(01).
001890     88  CSR-BKO-AUD-FOUND        VALUE 'Y'.
001900 01  CSR-BKO-BATCH-AUDIT     PIC X(118).
001910*
001920*    ONE FLAG PER MESSAGE SEQUENCE NUMBER, SET WHEN A TRACE
001930*    RECORD UNDER THE BATCH ID NAMES IT, SO A MESSAGE THAT
001940*    PASSED SEVERAL STATIONS GETS ONE BACKOUT STATION.  THE
001950*    LOW AND HIGH NUMBERS SEEN BOUND THE WALK, AND THE WALK
001960*    CLEARS EACH FLAG FOR THE NEXT BACKOUT.
001970 01  CSR-BKO-SEQ-TABLE       VALUE SPACES.
001980     05  CSR-BKO-SEQ-SW      OCCURS 999999 TIMES PIC X(01).
001990         88  CSR-BKO-SEQ-SEEN         VALUE 'Y'.
002000 01  CSR-BKO-SEQ-SUB         PIC 9(07) COMP.
002010 01  CSR-BKO-SEQ-LOW         PIC 9(07) COMP.
002020 01  CSR-BKO-SEQ-HIGH        PIC 9(07) COMP.
002030 01  CSR-BKO-MSGS-CTR        PIC 9(07) VALUE 0.
002040 01  CSR-BKO-POSTED-CTR      PIC 9(07) VALUE 0.
002050*
002060*    CYCLE-STATUS CALL.
002070 01  CSR-CYS-REQUEST-WK      PIC X(01) VALUE 'B'.
002080 01  CSR-CYS-STEP-WK         PIC X(01) VALUE 'C'.
002090 01  CSR-CYS-RETCODE-WK      PIC 9(02).
002100     88  CSR-CYS-PROCEED          VALUE 0.
002110     88  CSR-CYS-ORDER-REFUSED    VALUE 20.
002120*
002130 01  CSR-BKO-COUNT-ED        PIC Z(06)9.
002140 01  CSR-BKO-COUNT-ED-2      PIC Z(06)9.
002150 01  CSR-BKO-COUNT-ED-3      PIC Z(06)9.
002160 01  CSR-BKO-SEQ-ED          PIC 9(06).
002170*
002180*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002190*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
002200*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
002210 01  CSR-BKR-HEADING-1.
002220     05  FILLER              PIC X(30)
002230             VALUE 'BATCH BACKOUT RUN'.
002240     05  FILLER              PIC X(05) VALUE 'RUN: '.
002250     05  CSR-BKR-HDG-DATE    PIC 9(08).
002260     05  FILLER              PIC X(57) VALUE SPACES.
002270 01  CSR-BKR-HEADING-2.
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  FILLER              PIC X(05) VALUE 'ACT'.
002300     05  FILLER              PIC X(10) VALUE 'BATCH ID'.
002310     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
002320     05  FILLER              PIC X(50) VALUE 'RESULT'.
002330     05  FILLER              PIC X(23) VALUE SPACES.
002340 01  CSR-BKR-TXN-LINE.
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  CSR-BKR-TXN-ACTION  PIC X(01).
002370     05  FILLER              PIC X(04) VALUE SPACES.
002380     05  CSR-BKR-TXN-BATCH   PIC X(08).
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  CSR-BKR-TXN-OPER    PIC X(08).
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  CSR-BKR-TXN-RESULT  PIC X(50).
002430     05  FILLER              PIC X(23) VALUE SPACES.
002440 01  CSR-BKR-STEP-LINE.
002450     05  FILLER              PIC X(09) VALUE SPACES.
002460     05  CSR-BKR-STP-LABEL   PIC X(12).
002470     05  CSR-BKR-STP-TEXT    PIC X(70).
002480     05  FILLER              PIC X(09) VALUE SPACES.
002490 01  CSR-BKR-PND-LINE.
002500     05  FILLER              PIC X(04) VALUE SPACES.
002510     05  CSR-BKR-PND-BATCH   PIC X(08).
002520     05  FILLER              PIC X(12) VALUE '  ENTERED BY'.
002530     05  FILLER              PIC X(01) VALUE SPACE.
002540     05  CSR-BKR-PND-BY      PIC X(08).
002550     05  FILLER              PIC X(04) VALUE ' ON '.
002560     05  CSR-BKR-PND-DATE    PIC 9(08).
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  CSR-BKR-PND-REASON  PIC X(40).
002590     05  FILLER              PIC X(13) VALUE SPACES.
002600 01  CSR-BKR-TEXT-LINE.
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  CSR-BKR-TXT-BODY    PIC X(90).
002630     05  FILLER              PIC X(08) VALUE SPACES.
002640 01  CSR-BKR-TOTAL-LINE.
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  CSR-BKR-TOT-LABEL   PIC X(30).
002670     05  CSR-BKR-TOT-COUNT   PIC ZZZZ9.
002680     05  FILLER              PIC X(63) VALUE SPACES.
002690 01  CSR-BKR-BLANK-LINE      PIC X(100) VALUE SPACES.
002700*
002710 PROCEDURE DIVISION.
002720*
002730*****************************************************************
002740*    0000-MAINLINE
002750*****************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
002790         UNTIL CSR-BKO-TXN-EOF.
002800     PERFORM 4000-LIST-PENDING THRU 4000-EXIT.
002810     PERFORM 4500-FINALIZE THRU 4500-EXIT.
002820     MOVE CSR-BKO-RETURN-CODE TO RETURN-CODE.
002830     STOP RUN.
002840*
002850*****************************************************************
002860*    1000-INITIALIZE - OPEN THE TRANSACTIONS, THE REPORT, THE
002870*    PENDING FILE (CREATED ON FIRST USE) AND THE REGISTRY.
002880*    WITHOUT A REGISTRY THERE IS NOTHING TO BACK OUT.
002890*****************************************************************
002900 1000-INITIALIZE.
002910     ACCEPT CSR-BKO-TODAY-DATE FROM DATE YYYYMMDD.
002920     ACCEPT CSR-BKO-TODAY-TIME FROM TIME.
002930     OPEN INPUT CSR-BKO-TXN-FILE.
002940     IF NOT CSR-BKO-TXN-OK
002950         DISPLAY 'CIPHBACK: BKOTXN OPEN FAILED, STATUS = '
002960             CSR-BKO-TXN-STATUS
002970         MOVE 12 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     OPEN OUTPUT CSR-BKO-RPT-FILE.
003010     IF NOT CSR-BKO-RPT-OK
003020         DISPLAY 'CIPHBACK: BKORPT OPEN FAILED, STATUS = '
003030             CSR-BKO-RPT-STATUS
003040         MOVE 12 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN I-O CSR-BKO-PND-FILE.
003080     IF CSR-BKO-PND-NOTFOUND
003090         OPEN OUTPUT CSR-BKO-PND-FILE
003100         CLOSE CSR-BKO-PND-FILE
003110         OPEN I-O CSR-BKO-PND-FILE
003120     END-IF.
003130     IF NOT CSR-BKO-PND-OK
003140         DISPLAY 'CIPHBACK: CIPHBKP OPEN FAILED, STATUS = '
003150             CSR-BKO-PND-STATUS
003160         MOVE 12 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     OPEN I-O CSR-BKO-BRG-FILE.
003200     IF NOT CSR-BKO-BRG-OK
003210         DISPLAY 'CIPHBACK: CIPHBRG OPEN FAILED, STATUS = '
003220             CSR-BKO-BRG-STATUS
003230         MOVE 12 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     MOVE CSR-BKO-TODAY-DATE TO CSR-BKR-HDG-DATE.
003270     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-HEADING-1.
003280     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-HEADING-2.
003290     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-BLANK-LINE.
003300 1000-EXIT.
003310     EXIT.
003320*
003330*****************************************************************
003340*    2000-PROCESS-ONE-TXN - VALIDATE AND DISPATCH ONE
003350*    TRANSACTION.  EVERY TRANSACTION GETS A LINE ON THE REPORT
003360*    WITH ITS DISPOSITION; AN APPROVAL THAT GOES AHEAD PRINTS
003370*    ITS OWN LINE FIRST, THEN THE BACKOUT STEPS UNDER IT.
003380*****************************************************************
003390 2000-PROCESS-ONE-TXN.
003400     READ CSR-BKO-TXN-FILE
003410         AT END
003420             SET CSR-BKO-TXN-EOF TO TRUE
003430             GO TO 2000-EXIT
003440     END-READ.
003450     ADD 1 TO CSR-BKO-TXNS-READ-CTR.
003460     MOVE 'N' TO CSR-BKO-LINE-DONE-SW.
003470     MOVE CSR-BTX-ACTION TO CSR-BKR-TXN-ACTION.
003480     MOVE CSR-BTX-BATCH-ID TO CSR-BKR-TXN-BATCH.
003490     MOVE CSR-BTX-OPERATOR-ID TO CSR-BKR-TXN-OPER.
003500     MOVE SPACES TO CSR-BKR-TXN-RESULT.
003510     IF NOT CSR-BTX-REQUEST AND NOT CSR-BTX-APPROVE
003520         MOVE 'REJECTED - ACTION MUST BE B OR P'
003530             TO CSR-BKR-TXN-RESULT
003540         ADD 1 TO CSR-BKO-ERROR-CTR
003550         GO TO 2000-WRITE
003560     END-IF.
003570     IF CSR-BTX-BATCH-ID = SPACES
003580         MOVE 'REJECTED - BATCH ID REQUIRED' TO CSR-BKR-TXN-RESULT
003590         ADD 1 TO CSR-BKO-ERROR-CTR
003600         GO TO 2000-WRITE
003610     END-IF.
003620     IF CSR-BTX-OPERATOR-ID = SPACES
003630         MOVE 'REJECTED - OPERATOR ID REQUIRED'
003640             TO CSR-BKR-TXN-RESULT
003650         ADD 1 TO CSR-BKO-ERROR-CTR
003660         GO TO 2000-WRITE
003670     END-IF.
003680     IF CSR-BTX-REQUEST
003690         PERFORM 2100-HOLD-BACKOUT THRU 2100-EXIT
003700     ELSE
003710         PERFORM 2200-APPROVE-BACKOUT THRU 2200-EXIT
003720     END-IF.
003730 2000-WRITE.
003740     IF NOT CSR-BKO-LINE-DONE
003750         WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TXN-LINE
003760     END-IF.
003770 2000-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*    2100-HOLD-BACKOUT - THE FIRST OPERATOR'S HALF.  ONLY A
003820*    BATCH THAT IS REGISTERED AND NOT ALREADY BACKED OUT CAN
003830*    BE REQUESTED, THE REASON IS REQUIRED, AND ONE REQUEST PER
003840*    BATCH - A SECOND IS REJECTED, NOT SILENTLY REPLACED.
003850*****************************************************************
003860 2100-HOLD-BACKOUT.
003870     IF CSR-BTX-REASON = SPACES
003880         MOVE 'REJECTED - REASON REQUIRED' TO CSR-BKR-TXN-RESULT
003890         ADD 1 TO CSR-BKO-ERROR-CTR
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE CSR-BTX-BATCH-ID TO CSR-BRG-BATCH-ID.
003930     READ CSR-BKO-BRG-FILE
003940         KEY IS CSR-BRG-BATCH-ID
003950         INVALID KEY
003960             MOVE 'REJECTED - BATCH NOT ON CIPHBRG REGISTRY'
003970                 TO CSR-BKR-TXN-RESULT
003980             ADD 1 TO CSR-BKO-ERROR-CTR
003990             GO TO 2100-EXIT
004000     END-READ.
004010     IF CSR-BRG-REVERSED
004020         MOVE 'REJECTED - BATCH ALREADY BACKED OUT'
004030             TO CSR-BKR-TXN-RESULT
004040         ADD 1 TO CSR-BKO-ERROR-CTR
004050         GO TO 2100-EXIT
004060     END-IF.
004070     MOVE SPACES TO CSR-BACKOUT-PND-RECORD.
004080     MOVE CSR-BTX-BATCH-ID TO CSR-BKP-BATCH-ID.
004090     MOVE CSR-BTX-REASON TO CSR-BKP-REASON.
004100     MOVE CSR-BTX-OPERATOR-ID TO CSR-BKP-ENTERED-BY.
004110     MOVE CSR-BKO-TODAY-DATE TO CSR-BKP-ENTERED-DATE.
004120     MOVE CSR-BKO-TODAY-TIME TO CSR-BKP-ENTERED-TIME.
004130     WRITE CSR-BACKOUT-PND-RECORD
004140         INVALID KEY
004150             MOVE 'REJECTED - ALREADY PENDING APPROVAL'
004160                 TO CSR-BKR-TXN-RESULT
004170             ADD 1 TO CSR-BKO-ERROR-CTR
004180         NOT INVALID KEY
004190             MOVE 'HELD FOR SECOND-OPERATOR APPROVAL'
004200                 TO CSR-BKR-TXN-RESULT
004210             ADD 1 TO CSR-BKO-HELD-CTR
004220     END-WRITE.
004230 2100-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
004270*    2200-APPROVE-BACKOUT - THE SECOND OPERATOR'S HALF.  THE
004280*    APPROVAL IS MATCHED TO ITS REQUEST ON BATCH ID; NOTHING
004290*    PENDING, OR AN APPROVER WHO IS ALSO THE REQUESTER, IS A
004300*    REJECTION.  AN APPROVED REQUEST IS TAKEN OFF THE PENDING
004310*    FILE BEFORE THE BACKOUT - ADJUDICATED EITHER WAY.
004320*****************************************************************
004330 2200-APPROVE-BACKOUT.
004340     MOVE CSR-BTX-BATCH-ID TO CSR-BKP-BATCH-ID.
004350     READ CSR-BKO-PND-FILE
004360         KEY IS CSR-BKP-BATCH-ID
004370         INVALID KEY
004380             MOVE 'REJECTED - NOTHING PENDING FOR BATCH'
004390                 TO CSR-BKR-TXN-RESULT
004400             ADD 1 TO CSR-BKO-ERROR-CTR
004410             GO TO 2200-EXIT
004420     END-READ.
004430     IF CSR-BKP-ENTERED-BY = CSR-BTX-OPERATOR-ID
004440         MOVE 'REJECTED - SELF-APPROVAL NOT ALLOWED'
004450             TO CSR-BKR-TXN-RESULT
004460         ADD 1 TO CSR-BKO-ERROR-CTR
004470         GO TO 2200-EXIT
004480     END-IF.
004490     MOVE CSR-BKP-BATCH-ID TO CSR-BKO-BATCH-ID.
004500     MOVE CSR-BKP-ENTERED-BY TO CSR-BKO-ENTERED-BY.
004510     MOVE CSR-BTX-OPERATOR-ID TO CSR-BKO-APPROVED-BY.
004520     MOVE CSR-BKP-REASON TO CSR-BKO-REASON.
004530     DELETE CSR-BKO-PND-FILE
004540         INVALID KEY
004550             DISPLAY 'CIPHBACK: PENDING BACKOUT NOT CLEARED, '
004560                 'STATUS = ' CSR-BKO-PND-STATUS
004570     END-DELETE.
004580     MOVE SPACES TO CSR-BKR-TXN-RESULT.
004590     STRING 'APPROVED - REQUESTED BY ' DELIMITED BY SIZE
004600         CSR-BKO-ENTERED-BY DELIMITED BY SIZE
004610         INTO CSR-BKR-TXN-RESULT.
004620     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TXN-LINE.
004630     SET CSR-BKO-LINE-DONE TO TRUE.
004640     MOVE 'REASON' TO CSR-BKR-STP-LABEL.
004650     MOVE CSR-BKO-REASON TO CSR-BKR-STP-TEXT.
004660     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
004670     PERFORM 3000-BACK-OUT-BATCH THRU 3000-EXIT.
004680 2200-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    3000-BACK-OUT-BATCH - THE REGISTRATION IS READ AGAIN (IT
004730*    MAY HAVE CHANGED SINCE THE REQUEST WAS HELD), EVERYTHING
004740*    THE BACKOUT NEEDS IS GATHERED, AND ONLY THEN IS ANY FILE
004750*    CHANGED: AUDIT REVERSAL, REGISTRY, TRACE, CHECKPOINT AND
004760*    CYCLE, IN THAT ORDER.
004770*****************************************************************
004780 3000-BACK-OUT-BATCH.
004790     MOVE CSR-BKO-BATCH-ID TO CSR-BRG-BATCH-ID.
004800     READ CSR-BKO-BRG-FILE
004810         KEY IS CSR-BRG-BATCH-ID
004820         INVALID KEY
004830             MOVE 'REFUSED - BATCH NO LONGER ON CIPHBRG'
004840                 TO CSR-BKR-STP-TEXT
004850             GO TO 3000-REFUSED
004860     END-READ.
004870     IF CSR-BRG-REVERSED
004880         MOVE 'REFUSED - BATCH ALREADY BACKED OUT'
004890             TO CSR-BKR-STP-TEXT
004900         GO TO 3000-REFUSED
004910     END-IF.
004920     MOVE CSR-BRG-RUN-DATE TO CSR-BKO-CYCLE-DATE.
004930     MOVE CSR-BRG-PROGRAM-ID TO CSR-BKO-RUN-PROGRAM-ID.
004931     IF CSR-BKO-RUN-PROGRAM-ID(1:7) = 'EXPRESS'
004932         MOVE 'Y' TO CSR-BKO-EXPEDITED-SW
004933         MOVE 'EXPRESSB' TO CSR-BKO-BATCH-AUD-PGM
004934     ELSE
004935         MOVE 'N' TO CSR-BKO-EXPEDITED-SW
004936         MOVE 'CAESARB ' TO CSR-BKO-BATCH-AUD-PGM
004937     END-IF.
004940     PERFORM 3100-FIND-BATCH-AUDIT THRU 3100-EXIT.
004950     PERFORM 3200-GATHER-TRACE THRU 3200-EXIT.
004960     PERFORM 3300-WRITE-REVERSAL THRU 3300-EXIT.
004962     IF NOT CSR-BKO-REVERSAL-WRITTEN
004964         MOVE 'STOPPED - REVERSAL AUDIT RECORD NOT WRITTEN'
004966             TO CSR-BKR-STP-TEXT
004968         GO TO 3000-REFUSED
004969     END-IF.
004970     PERFORM 3400-MARK-REGISTRY THRU 3400-EXIT.
004980     PERFORM 3500-POST-BACKOUT-STATIONS THRU 3500-EXIT.
004990     PERFORM 3600-CLEAR-CHECKPOINT THRU 3600-EXIT.
005000     PERFORM 3700-REOPEN-CYCLE THRU 3700-EXIT.
005010     ADD 1 TO CSR-BKO-BACKED-OUT-CTR.
005020     DISPLAY 'CIPHBACK: BATCH ' CSR-BKO-BATCH-ID
005030         ' OF CYCLE ' CSR-BKO-CYCLE-DATE ' BACKED OUT BY '
005040         CSR-BKO-ENTERED-BY '/' CSR-BKO-APPROVED-BY.
005050     GO TO 3000-EXIT.
005060 3000-REFUSED.
005070     MOVE 'BACKOUT' TO CSR-BKR-STP-LABEL.
005080     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
005090     ADD 1 TO CSR-BKO-ERROR-CTR.
005100 3000-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140*    3100-FIND-BATCH-AUDIT - THE BATCH'S COUNTS COME FROM ITS
005150*    LAST CAESARB LINE (EXPRESSB FOR AN EXPEDITED BATCH) FOR
005155*    THE CYCLE IT WAS REGISTERED IN.  A BATCH WITH NO SUCH
005160*    LINE IS STILL BACKED OUT; ITS REVERSAL CARRIES ZERO
005170*    COUNTS AND THE REPORT SAYS SO.
005180*****************************************************************
005190 3100-FIND-BATCH-AUDIT.
005200     MOVE 'N' TO CSR-BKO-AUD-FOUND-SW.
005210     MOVE SPACES TO CSR-BKO-BATCH-AUDIT.
005220     OPEN INPUT CSR-BKO-AUDIT-FILE.
005230     IF NOT CSR-BKO-AUDIT-OK
005240         GO TO 3100-EXIT
005250     END-IF.
005260     PERFORM 3150-SIFT-ONE-AUDIT-REC THRU 3150-EXIT
005270         UNTIL CSR-BKO-AUDIT-EOF.
005280     CLOSE CSR-BKO-AUDIT-FILE.
005290 3100-EXIT.
005300     EXIT.
005310*
005320 3150-SIFT-ONE-AUDIT-REC.
005330     READ CSR-BKO-AUDIT-FILE
005340         AT END
005350             SET CSR-BKO-AUDIT-EOF TO TRUE
005360             GO TO 3150-EXIT
005370     END-READ.
005380     IF CSR-AUD-PROGRAM-ID NOT = CSR-BKO-BATCH-AUD-PGM
005390         GO TO 3150-EXIT
005400     END-IF.
005410     IF CSR-AUD-BATCH-ID NOT = CSR-BKO-BATCH-ID
005420             OR CSR-AUD-RUN-DATE NOT = CSR-BKO-CYCLE-DATE
005430         GO TO 3150-EXIT
005440     END-IF.
005450     SET CSR-BKO-AUD-FOUND TO TRUE.
005460     MOVE CSR-AUDIT-RECORD TO CSR-BKO-BATCH-AUDIT.
005470 3150-EXIT.
005480     EXIT.
005490*
005500*****************************************************************
005510*    3200-GATHER-TRACE - FLAG EVERY SEQUENCE NUMBER THAT HAS A
005520*    TRACE RECORD UNDER THE BATCH ID - INTAKE, SHIPPED,
005530*    SUSPENDED OR REPROCESSED ALIKE.
005540*****************************************************************
005550 3200-GATHER-TRACE.
005560     MOVE 999999 TO CSR-BKO-SEQ-LOW.
005570     MOVE 0 TO CSR-BKO-SEQ-HIGH.
005580     MOVE 0 TO CSR-BKO-MSGS-CTR.
005590     OPEN INPUT CSR-BKO-TRACE-FILE.
005600     IF NOT CSR-BKO-TRACE-OK
005610         GO TO 3200-EXIT
005620     END-IF.
005630     PERFORM 3250-SIFT-ONE-TRACE-REC THRU 3250-EXIT
005640         UNTIL CSR-BKO-TRACE-EOF.
005650     CLOSE CSR-BKO-TRACE-FILE.
005660 3200-EXIT.
005670     EXIT.
005680*
005690 3250-SIFT-ONE-TRACE-REC.
005700     READ CSR-BKO-TRACE-FILE
005710         AT END
005720             SET CSR-BKO-TRACE-EOF TO TRUE
005730             GO TO 3250-EXIT
005740     END-READ.
005750     IF CSR-TRC-BATCH-ID NOT = CSR-BKO-BATCH-ID
005760         GO TO 3250-EXIT
005770     END-IF.
005780     IF CSR-TRC-SEQ-NO NOT NUMERIC OR CSR-TRC-SEQ-NO = 0
005790         GO TO 3250-EXIT
005800     END-IF.
005810     MOVE CSR-TRC-SEQ-NO TO CSR-BKO-SEQ-SUB.
005820     IF CSR-BKO-SEQ-SEEN(CSR-BKO-SEQ-SUB)
005830         GO TO 3250-EXIT
005840     END-IF.
005850     SET CSR-BKO-SEQ-SEEN(CSR-BKO-SEQ-SUB) TO TRUE.
005860     ADD 1 TO CSR-BKO-MSGS-CTR.
005870     IF CSR-BKO-SEQ-SUB < CSR-BKO-SEQ-LOW
005880         MOVE CSR-BKO-SEQ-SUB TO CSR-BKO-SEQ-LOW
005890     END-IF.
005900     IF CSR-BKO-SEQ-SUB > CSR-BKO-SEQ-HIGH
005910         MOVE CSR-BKO-SEQ-SUB TO CSR-BKO-SEQ-HIGH
005920     END-IF.
005930 3250-EXIT.
005940     EXIT.
005950*
005960*****************************************************************
005970*    3300-WRITE-REVERSAL - THE REVERSING AUDIT LINE.  IT IS
005980*    DATED TO THE CYCLE THE BATCH WAS REGISTERED IN, NOT TO
005990*    TODAY, SO CIPHRCON AND AUDTREND NET IT OUT OF THAT CYCLE.
006000*    THE KEYWORD FIELD CARRIES BOTH OPERATOR IDS.  IF THE LINE
006002*    WILL NOT WRITE NOTHING ELSE IS CHANGED - THE REGISTRY STAYS
006004*    UNMARKED SO THE BACKOUT CAN BE ENTERED AGAIN.
006010*****************************************************************
006020 3300-WRITE-REVERSAL.
006025     MOVE 'N' TO CSR-BKO-REVERSAL-SW.
006030     IF CSR-BKO-AUD-FOUND
006040         MOVE CSR-BKO-BATCH-AUDIT TO CSR-AUDIT-RECORD
006050     ELSE
006060         MOVE SPACES TO CSR-AUDIT-RECORD
006070         MOVE 'E' TO CSR-AUD-ACTION
006075         IF CSR-BKO-EXPEDITED
006076             MOVE 'P' TO CSR-AUD-ACTION
006077         END-IF
006080         MOVE 0 TO CSR-AUD-RECS-IN
006090         MOVE 0 TO CSR-AUD-RECS-OUT
006100         MOVE 0 TO CSR-AUD-RECS-REJECTED
006110         MOVE 0 TO CSR-AUD-RECS-VERIFIED
006120         MOVE 0 TO CSR-AUD-RECS-VFY-FAIL
006130         MOVE 0 TO CSR-AUD-RECS-CK-OK
006140         MOVE 0 TO CSR-AUD-RECS-CK-FAIL
006150         MOVE 0 TO CSR-AUD-SEQ-HASH
006160     END-IF.
006170     MOVE CSR-BKO-CYCLE-DATE TO CSR-AUD-RUN-DATE.
006180     MOVE CSR-BKO-TODAY-TIME TO CSR-AUD-RUN-TIME.
006190     MOVE 'CIPHBACK' TO CSR-AUD-PROGRAM-ID.
006200     MOVE SPACE TO CSR-AUD-CIPHER-MODE.
006210     MOVE 0 TO CSR-AUD-SHIFT-KEY.
006220     MOVE SPACES TO CSR-AUD-KEYWORD.
006230     STRING CSR-BKO-ENTERED-BY DELIMITED BY SPACE
006240         '/' DELIMITED BY SIZE
006250         CSR-BKO-APPROVED-BY DELIMITED BY SPACE
006260         INTO CSR-AUD-KEYWORD.
006270     MOVE 'N' TO CSR-AUD-OVERRIDE.
006280     MOVE CSR-BKO-BATCH-ID TO CSR-AUD-BATCH-ID.
006290     MOVE SPACE TO CSR-AUD-RESUME-FLAG.
006300     MOVE SPACE TO CSR-AUD-KEY-FALLBACK.
006310     OPEN EXTEND CSR-BKO-AUDIT-FILE.
006320     IF NOT CSR-BKO-AUDIT-OK
006330         DISPLAY 'CIPHBACK: CIPHAUD OPEN FAILED, STATUS = '
006340             CSR-BKO-AUDIT-STATUS
006350         MOVE 12 TO RETURN-CODE
006360         STOP RUN
006370     END-IF.
006380     MOVE 'AUDIT' TO CSR-BKR-STP-LABEL.
006390     MOVE SPACES TO CSR-BKR-STP-TEXT.
006400     IF CSR-BKO-AUD-FOUND
006410         MOVE CSR-AUD-RECS-IN TO CSR-BKO-COUNT-ED
006420         MOVE CSR-AUD-RECS-OUT TO CSR-BKO-COUNT-ED-2
006430         MOVE CSR-AUD-RECS-REJECTED TO CSR-BKO-COUNT-ED-3
006440         STRING 'REVERSAL WRITTEN - IN' DELIMITED BY SIZE
006450             CSR-BKO-COUNT-ED DELIMITED BY SIZE
006460             '  OUT' DELIMITED BY SIZE
006470             CSR-BKO-COUNT-ED-2 DELIMITED BY SIZE
006480             '  REJECTED' DELIMITED BY SIZE
006490             CSR-BKO-COUNT-ED-3 DELIMITED BY SIZE
006500             INTO CSR-BKR-STP-TEXT
006510     ELSE
006520         STRING 'NO ' DELIMITED BY SIZE
006522             CSR-BKO-BATCH-AUD-PGM DELIMITED BY SPACE
006524             ' LINE FOR THE CYCLE - REVERSAL AT ZERO'
006526             DELIMITED BY SIZE
006530             INTO CSR-BKR-STP-TEXT
006540     END-IF.
006550     WRITE CSR-AUDIT-RECORD.
006552     IF CSR-BKO-AUDIT-STATUS NOT = '00'
006553         DISPLAY 'CIPHBACK: REVERSAL AUDIT RECORD NOT WRITTEN, '
006554             'STATUS = ' CSR-BKO-AUDIT-STATUS
006555         MOVE 12 TO CSR-BKO-RETURN-CODE
006556         CLOSE CSR-BKO-AUDIT-FILE
006557         GO TO 3300-EXIT
006558     END-IF.
006559     SET CSR-BKO-REVERSAL-WRITTEN TO TRUE.
006560     CLOSE CSR-BKO-AUDIT-FILE.
006570     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
006580 3300-EXIT.
006590     EXIT.
006600*
006610*****************************************************************
006620*    3400-MARK-REGISTRY - THE REGISTRATION STAYS ON FILE WITH
006630*    ITS ORIGINAL RUN DATE AND TIME, MARKED REVERSED.
006640*****************************************************************
006650 3400-MARK-REGISTRY.
006660     SET CSR-BRG-REVERSED TO TRUE.
006670     REWRITE CSR-BATCH-REG-RECORD
006680         INVALID KEY
006690             DISPLAY 'CIPHBACK: CIPHBRG NOT UPDATED, STATUS = '
006700                 CSR-BKO-BRG-STATUS
006710             MOVE 12 TO RETURN-CODE
006720             STOP RUN
006730     END-REWRITE.
006740     MOVE 'REGISTRY' TO CSR-BKR-STP-LABEL.
006750     MOVE SPACES TO CSR-BKR-STP-TEXT.
006760     STRING 'CYCLE ' DELIMITED BY SIZE
006770         CSR-BKO-CYCLE-DATE DELIMITED BY SIZE
006780         ' REGISTRATION BY ' DELIMITED BY SIZE
006790         CSR-BKO-RUN-PROGRAM-ID DELIMITED BY SIZE
006800         ' MARKED BACKED OUT' DELIMITED BY SIZE
006810         INTO CSR-BKR-STP-TEXT.
006820     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
006830 3400-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*    3500-POST-BACKOUT-STATIONS - ONE BACKOUT STATION PER
006880*    FLAGGED SEQUENCE NUMBER, IN SEQUENCE ORDER, DATED TODAY.
006890*****************************************************************
006900 3500-POST-BACKOUT-STATIONS.
006910     MOVE 0 TO CSR-BKO-POSTED-CTR.
006920     MOVE 'TRACE' TO CSR-BKR-STP-LABEL.
006930     IF CSR-BKO-MSGS-CTR = 0
006940         MOVE 'NO TRACE RECORDS UNDER THE BATCH ID - NONE POSTED'
006950             TO CSR-BKR-STP-TEXT
006960         GO TO 3500-WRITE
006970     END-IF.
006980     OPEN EXTEND CSR-BKO-TRACE-FILE.
006990     IF NOT CSR-BKO-TRACE-OK
007000         DISPLAY 'CIPHBACK: CIPHTRC OPEN FAILED, STATUS = '
007010             CSR-BKO-TRACE-STATUS
007020         MOVE 12 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007050     PERFORM 3550-POST-ONE-STATION THRU 3550-EXIT
007060         VARYING CSR-BKO-SEQ-SUB FROM CSR-BKO-SEQ-LOW BY 1
007070         UNTIL CSR-BKO-SEQ-SUB > CSR-BKO-SEQ-HIGH.
007080     CLOSE CSR-BKO-TRACE-FILE.
007090     MOVE SPACES TO CSR-BKR-STP-TEXT.
007100     MOVE CSR-BKO-POSTED-CTR TO CSR-BKO-COUNT-ED.
007110     STRING 'BACKOUT STATIONS POSTED' DELIMITED BY SIZE
007120         CSR-BKO-COUNT-ED DELIMITED BY SIZE
007130         INTO CSR-BKR-STP-TEXT.
007140 3500-WRITE.
007150     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
007160 3500-EXIT.
007170     EXIT.
007180*
007190 3550-POST-ONE-STATION.
007200     IF NOT CSR-BKO-SEQ-SEEN(CSR-BKO-SEQ-SUB)
007210         GO TO 3550-EXIT
007220     END-IF.
007230     MOVE SPACE TO CSR-BKO-SEQ-SW(CSR-BKO-SEQ-SUB).
007240     MOVE SPACES TO CSR-TRACE-RECORD.
007250     MOVE CSR-BKO-BATCH-ID TO CSR-TRC-BATCH-ID.
007260     MOVE CSR-BKO-SEQ-SUB TO CSR-TRC-SEQ-NO.
007270     SET CSR-TRC-AT-BACKOUT TO TRUE.
007280     MOVE CSR-BKO-TODAY-DATE TO CSR-TRC-EVENT-DATE.
007290     MOVE CSR-BKO-TODAY-TIME TO CSR-TRC-EVENT-TIME.
007300     WRITE CSR-TRACE-RECORD.
007310     IF CSR-BKO-TRACE-OK
007320         ADD 1 TO CSR-BKO-POSTED-CTR
007330     ELSE
007340         MOVE CSR-BKO-SEQ-SUB TO CSR-BKO-SEQ-ED
007350         DISPLAY 'CIPHBACK: TRACE RECORD NOT WRITTEN FOR SEQ '
007360             CSR-BKO-SEQ-ED ', STATUS = ' CSR-BKO-TRACE-STATUS
007370     END-IF.
007380 3550-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420*    3600-CLEAR-CHECKPOINT - THE RESTART POINT OF THE RUN THAT
007430*    REGISTERED THE BATCH IS RESET THE WAY A COMPLETED RUN
007440*    RESETS IT.  LEFT STANDING, A RERUN WOULD RESUME PAST THE
007450*    VERY RECORDS IT IS MEANT TO CIPHER AGAIN.
007460*****************************************************************
007470 3600-CLEAR-CHECKPOINT.
007480     MOVE 'CHECKPOINT' TO CSR-BKR-STP-LABEL.
007490     MOVE SPACES TO CSR-BKR-STP-TEXT.
007500     OPEN I-O CSR-BKO-CKP-FILE.
007510     IF NOT CSR-BKO-CKP-OK
007520         MOVE 'NO CIPHCKP RESTART FILE - NOTHING TO CLEAR'
007530             TO CSR-BKR-STP-TEXT
007540         GO TO 3600-WRITE
007550     END-IF.
007560     MOVE CSR-BKO-RUN-PROGRAM-ID TO CSR-CKP-PROGRAM-ID.
007570     READ CSR-BKO-CKP-FILE
007580         KEY IS CSR-CKP-PROGRAM-ID
007590         INVALID KEY
007600             STRING 'NO RESTART POINT ON FILE FOR '
007610                 DELIMITED BY SIZE
007620                 CSR-BKO-RUN-PROGRAM-ID DELIMITED BY SIZE
007630                 INTO CSR-BKR-STP-TEXT
007640             GO TO 3600-CLOSE
007650     END-READ.
007660     IF CSR-CKP-LAST-SEQ-NO = 0 AND CSR-CKP-LAST-SHIFT-NO = 0
007670         STRING 'NO RESTART POINT OUTSTANDING FOR '
007680             DELIMITED BY SIZE
007690             CSR-BKO-RUN-PROGRAM-ID DELIMITED BY SIZE
007700             INTO CSR-BKR-STP-TEXT
007710         GO TO 3600-CLOSE
007720     END-IF.
007730     MOVE CSR-CKP-LAST-SEQ-NO TO CSR-BKO-SEQ-ED.
007740     MOVE 0 TO CSR-CKP-LAST-SEQ-NO.
007750     MOVE 0 TO CSR-CKP-LAST-SHIFT-NO.
007760     MOVE 0 TO CSR-CKP-BEST-SHIFT.
007770     MOVE 0 TO CSR-CKP-BEST-SCORE.
007780     REWRITE CSR-CHECKPOINT-RECORD
007790         INVALID KEY
007800             STRING 'RESTART POINT FOR ' DELIMITED BY SIZE
007810                 CSR-BKO-RUN-PROGRAM-ID DELIMITED BY SIZE
007820                 ' NOT CLEARED, STATUS ' DELIMITED BY SIZE
007830                 CSR-BKO-CKP-STATUS DELIMITED BY SIZE
007840                 INTO CSR-BKR-STP-TEXT
007850             GO TO 3600-CLOSE
007860     END-REWRITE.
007870     STRING 'RESTART POINT FOR ' DELIMITED BY SIZE
007880         CSR-BKO-RUN-PROGRAM-ID DELIMITED BY SIZE
007890         ' AT SEQ ' DELIMITED BY SIZE
007900         CSR-BKO-SEQ-ED DELIMITED BY SIZE
007910         ' CLEARED' DELIMITED BY SIZE
007920         INTO CSR-BKR-STP-TEXT.
007930 3600-CLOSE.
007940     CLOSE CSR-BKO-CKP-FILE.
007950 3600-WRITE.
007960     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
007970 3600-EXIT.
007980     EXIT.
007990*
008000*****************************************************************
008010*    3700-REOPEN-CYCLE - CYCSTEP PUTS THE CYCLE'S CIPHER AND
008020*    RECON STEPS BACK TO NOT DONE, UNLESS HOUSEKEEPING HAS
008030*    ALREADY CLOSED THE CYCLE.  EITHER WAY THE BACKOUT STANDS.
008035*    AN EXPEDITED BATCH WAS NEVER PART OF THE NIGHTLY STEPS,
008036*    SO THE CYCLE IS LEFT ALONE.
008040*****************************************************************
008050 3700-REOPEN-CYCLE.
008060     MOVE 'CYCLE' TO CSR-BKR-STP-LABEL.
008070     MOVE SPACES TO CSR-BKR-STP-TEXT.
008072     IF CSR-BKO-EXPEDITED
008074         MOVE 'EXPEDITED BATCH - NIGHTLY CYCLE LEFT AS IT IS'
008076             TO CSR-BKR-STP-TEXT
008078         GO TO 3700-WRITE
008079     END-IF.
008080     CALL 'CYCSTEP' USING CSR-BKO-CYCLE-DATE,
008090         CSR-CYS-REQUEST-WK, CSR-CYS-STEP-WK,
008100         CSR-CYS-RETCODE-WK.
008110     IF CSR-CYS-PROCEED
008120         STRING 'CYCLE ' DELIMITED BY SIZE
008130             CSR-BKO-CYCLE-DATE DELIMITED BY SIZE
008140             ' CIPHER AND RECON STEPS REOPENED - RERUN THE BATCH'
008150             DELIMITED BY SIZE
008160             INTO CSR-BKR-STP-TEXT
008170     ELSE
008180         IF CSR-CYS-ORDER-REFUSED
008190             STRING 'CYCLE ' DELIMITED BY SIZE
008200                 CSR-BKO-CYCLE-DATE DELIMITED BY SIZE
008210                 ' ALREADY CLOSED BY HOUSEKEEPING - LEFT AS IT IS'
008220                 DELIMITED BY SIZE
008230                 INTO CSR-BKR-STP-TEXT
008240         ELSE
008250             STRING 'CYCLE-STATUS FILE ERROR, RETURN CODE '
008260                 DELIMITED BY SIZE
008270                 CSR-CYS-RETCODE-WK DELIMITED BY SIZE
008280                 INTO CSR-BKR-STP-TEXT
008290         END-IF
008300     END-IF.
008305 3700-WRITE.
008310     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-STEP-LINE.
008320 3700-EXIT.
008330     EXIT.
008340*
008350*****************************************************************
008360*    4000-LIST-PENDING - EVERY BACKOUT STILL WAITING FOR ITS
008370*    SECOND OPERATOR, IN BATCH-ID ORDER.
008380*****************************************************************
008390 4000-LIST-PENDING.
008400     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-BLANK-LINE.
008410     MOVE 'BACKOUTS AWAITING APPROVAL' TO CSR-BKR-TXT-BODY.
008420     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TEXT-LINE.
008430     MOVE 'N' TO CSR-BKO-WALK-DONE-SW.
008440     MOVE LOW-VALUES TO CSR-BKP-BATCH-ID.
008450     START CSR-BKO-PND-FILE
008460         KEY IS GREATER THAN OR EQUAL TO CSR-BKP-BATCH-ID
008470         INVALID KEY
008480             SET CSR-BKO-WALK-DONE TO TRUE
008490     END-START.
008500     PERFORM 4100-LIST-ONE-PENDING THRU 4100-EXIT
008510         UNTIL CSR-BKO-WALK-DONE.
008520     IF CSR-BKO-PENDING-CTR = 0
008530         MOVE '  NONE' TO CSR-BKR-TXT-BODY
008540         WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TEXT-LINE
008550     END-IF.
008560 4000-EXIT.
008570     EXIT.
008580*
008590 4100-LIST-ONE-PENDING.
008600     READ CSR-BKO-PND-FILE NEXT RECORD
008610         AT END
008620             SET CSR-BKO-WALK-DONE TO TRUE
008630             GO TO 4100-EXIT
008640     END-READ.
008650     IF NOT CSR-BKO-PND-OK
008660         SET CSR-BKO-WALK-DONE TO TRUE
008670         GO TO 4100-EXIT
008680     END-IF.
008690     ADD 1 TO CSR-BKO-PENDING-CTR.
008700     MOVE CSR-BKP-BATCH-ID TO CSR-BKR-PND-BATCH.
008710     MOVE CSR-BKP-ENTERED-BY TO CSR-BKR-PND-BY.
008720     MOVE CSR-BKP-ENTERED-DATE TO CSR-BKR-PND-DATE.
008730     MOVE CSR-BKP-REASON TO CSR-BKR-PND-REASON.
008740     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-PND-LINE.
008750 4100-EXIT.
008760     EXIT.
008770*
008780*****************************************************************
008790*    4500-FINALIZE - CONTROL TOTALS, RETURN CODE AND CLOSE.
008800*****************************************************************
008810 4500-FINALIZE.
008820     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-BLANK-LINE.
008830     MOVE 'TRANSACTIONS READ' TO CSR-BKR-TOT-LABEL.
008840     MOVE CSR-BKO-TXNS-READ-CTR TO CSR-BKR-TOT-COUNT.
008850     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TOTAL-LINE.
008860     MOVE 'HELD FOR APPROVAL' TO CSR-BKR-TOT-LABEL.
008870     MOVE CSR-BKO-HELD-CTR TO CSR-BKR-TOT-COUNT.
008880     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TOTAL-LINE.
008890     MOVE 'BATCHES BACKED OUT' TO CSR-BKR-TOT-LABEL.
008900     MOVE CSR-BKO-BACKED-OUT-CTR TO CSR-BKR-TOT-COUNT.
008910     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TOTAL-LINE.
008920     MOVE 'REJECTED' TO CSR-BKR-TOT-LABEL.
008930     MOVE CSR-BKO-ERROR-CTR TO CSR-BKR-TOT-COUNT.
008940     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TOTAL-LINE.
008950     MOVE 'STILL AWAITING APPROVAL' TO CSR-BKR-TOT-LABEL.
008960     MOVE CSR-BKO-PENDING-CTR TO CSR-BKR-TOT-COUNT.
008970     WRITE CSR-BKO-RPT-RECORD FROM CSR-BKR-TOTAL-LINE.
008980     IF CSR-BKO-ERROR-CTR > 0
008985             AND CSR-BKO-RETURN-CODE < 4
008990         MOVE 4 TO CSR-BKO-RETURN-CODE
009000     END-IF.
009010     DISPLAY 'CIPHBACK: ' CSR-BKO-TXNS-READ-CTR
009020         ' TRANSACTIONS, ' CSR-BKO-BACKED-OUT-CTR
009030         ' BACKED OUT, ' CSR-BKO-ERROR-CTR ' REJECTED'.
009040     CLOSE CSR-BKO-TXN-FILE.
009050     CLOSE CSR-BKO-PND-FILE.
009060     CLOSE CSR-BKO-BRG-FILE.
009070     CLOSE CSR-BKO-RPT-FILE.
009080 4500-EXIT.
009090     EXIT.
009100*
009110 END PROGRAM CIPHBACK.
