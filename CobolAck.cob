000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - PARTNER ACKNOWLEDGEMENT INTAKE
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAM.  CIPHDIST BALANCES EVERY
000180*                    FEED IT WRITES BUT NOTHING TOLD US WHETHER
000190*                    THE PARTNER RECEIVED AND BALANCED IT - A
000200*                    LOST FEED ONLY SURFACED WHEN THE PARTNER
000210*                    TELEPHONED.
000212*    10/15/26   CJD  THE EXPEDITED DISTRIBUTION RUN LINE
000214*                    (*EXPFEED) IS NOT COUNTED AS A CYCLE.
000216*    10/15/26   CJD  EXPEDITED FEEDS NEITHER SUPERSEDE NOR ARE
000217*                    SUPERSEDED, AND TAKE ONE FEED-LEVEL TRACE
000218*                    STATION - THEY ARE NOT ON MSGOUT.DYYYYMMDD.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CIPHACK.
000250 AUTHOR. COLLIN DRAKE.
000260 INSTALLATION. TOPL PROGRAMMING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290*************************************************************
000300*    DESCRIPTION
000310*    MATCHES THE ACKNOWLEDGEMENTS RETURNED BY THE PARTNER SITES
000320*    (PTNACK, ONE RECORD PER FEED) AGAINST THE CIPHDIST FEED
000330*    AUDIT LINES ON CIPHAUD, BY FEED BATCH ID AND FEED DATE.
000340*    A FEED IS ACKED WHEN THE PARTNER ACCEPTED IT AND ITS
000350*    RECEIVED COUNT AND SEQUENCE HASH AGREE WITH WHAT WAS SENT;
000360*    IT IS NAKED WHEN THE PARTNER REJECTED IT (REASON RJ) OR
000370*    THE TOTALS DISAGREE (REASON CT).  THE RESULT IS KEPT ON
000380*    THE CIPHDLV DELIVERY STATUS FILE AND AN ACKED OR NAKED
000390*    STATION IS POSTED TO CIPHTRC, UNDER THE FEED'S BATCH ID,
000400*    FOR EVERY MESSAGE OF THE FEED FOUND ON THE MSGOUT.DYYYYMMDD
000410*    GENERATION CIPHKEEP ROLLED THAT DAY.  WITH NO GENERATION
000420*    ON FILE ONE FEED-LEVEL STATION (SEQUENCE ZERO) IS POSTED.
000422*    AN EXPEDITED FEED (CIPHDIST ACTION P) ALWAYS TAKES THE ONE
000424*    FEED-LEVEL STATION - THE EXPEDITED RUN'S MSGOUT IS NEVER
000426*    ROLLED TO THE DAY'S GENERATION.
000430*
000440*    THE OUTSTANDING-DELIVERY REPORT (ACKRPT) THEN LISTS EVERY
000450*    FEED ON THE AUDIT FILE THAT HAS GONE UNACKNOWLEDGED FOR
000460*    THE CIPHPARM ACKNOWLEDGEMENT CYCLE LIMIT (DEFAULT 2) OR
000470*    MORE, AND EVERY FEED WHOSE LATEST ACKNOWLEDGEMENT WAS A
000480*    REJECTION OR DISAGREED WITH WHAT WAS SENT.  A CYCLE IS A
000490*    DISTRIBUTION DAY - A DAY WITH A CIPHDIST RUN-LEVEL AUDIT
000500*    LINE.  A FEED RE-CUT BY A SECOND CIPHDIST RUN THE SAME DAY
000510*    OVERWROTE THE FIRST, SO ONLY THE LAST NIGHTLY FEED FOR A
000520*    ROUTE AND DAY IS EXPECTED TO BE ACKNOWLEDGED.  EXPEDITED
000522*    FEEDS CARRY THEIR RUN TIME IN THE FEED NAME AND OVERWRITE
000524*    NOTHING, SO EVERY ONE OF THEM IS EXPECTED BACK.
000530*
000540*    NO PTNACK MEANS NO ACKNOWLEDGEMENTS ARRIVED - THE
000550*    OUTSTANDING PASS STILL RUNS.
000560*
000570*    RETURN CODES:
000580*        0 - EVERY FEED DUE IS ACKNOWLEDGED AND BALANCED
000590*        4 - ACKNOWLEDGEMENTS THAT MATCH NO FEED, OR ARE NOT
000600*            VALID, WERE SET ASIDE ON THE REPORT
000610*        8 - FEEDS OUTSTANDING PAST THE LIMIT, OR REJECTED OR
000620*            OUT OF BALANCE AT THE PARTNER - PAGE THE ON-CALL
000630*       12 - A REQUIRED FILE WOULD NOT OPEN, OR THE FEED TABLE
000640*            OVERFLOWED
000650*
000660*    MODIFICATION HISTORY
000670*    DATE       INIT DESCRIPTION
000680*    10/15/26   CJD  ORIGINAL PROGRAM
000685*    10/15/26   CJD  *EXPFEED RUN LINES PASSED OVER
000687*    10/15/26   CJD  EXPEDITED FEEDS KEPT OUT OF SUPERSEDING;
000688*                    ONE FEED-LEVEL TRACE STATION EACH
000690*************************************************************
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. TOPL-BATCH.
000730 OBJECT-COMPUTER. TOPL-BATCH.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT CSR-ACK-PARM-FILE ASSIGN TO "CIPHPARM"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CSR-ACK-PARM-STATUS.
000790     SELECT CSR-ACK-AUDIT-FILE ASSIGN TO "CIPHAUD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CSR-ACK-AUDIT-STATUS.
000820     SELECT CSR-ACK-PTNACK-FILE ASSIGN TO "PTNACK"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CSR-ACK-PTNACK-STATUS.
000850     SELECT CSR-ACK-DLV-FILE ASSIGN TO "CIPHDLV"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS CSR-DLV-KEY
000890         FILE STATUS IS CSR-ACK-DLV-STATUS.
000900     SELECT CSR-ACK-GEN-FILE
000910         ASSIGN TO DYNAMIC CSR-ACK-GEN-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CSR-ACK-GEN-STATUS.
000940     SELECT CSR-ACK-TRACE-FILE ASSIGN TO "CIPHTRC"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CSR-ACK-TRACE-STATUS.
000970     SELECT CSR-ACK-RPT-FILE ASSIGN TO "ACKRPT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS CSR-ACK-RPT-STATUS.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  CSR-ACK-PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY CSRPRM.
001060 FD  CSR-ACK-AUDIT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY CSRAUD.
001090 FD  CSR-ACK-PTNACK-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CSRACK.
001120 FD  CSR-ACK-DLV-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CSRDLV.
001150 FD  CSR-ACK-GEN-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY CSRMSG.
001180 FD  CSR-ACK-TRACE-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CSRTRC.
001210 FD  CSR-ACK-RPT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  CSR-ACK-RPT-RECORD          PIC X(132).
001240*
001250 WORKING-STORAGE SECTION.
001260 01  CSR-ACK-PARM-STATUS     PIC X(02).
001270     88  CSR-ACK-PARM-OK          VALUE '00'.
001280 01  CSR-ACK-AUDIT-STATUS    PIC X(02).
001290     88  CSR-ACK-AUDIT-OK         VALUE '00'.
001300     88  CSR-ACK-AUDIT-EOF        VALUE '10'.
001310 01  CSR-ACK-PTNACK-STATUS   PIC X(02).
001320     88  CSR-ACK-PTNACK-OK        VALUE '00'.
001330     88  CSR-ACK-PTNACK-EOF       VALUE '10'.
001340 01  CSR-ACK-DLV-STATUS      PIC X(02).
001350     88  CSR-ACK-DLV-OK           VALUE '00'.
001360     88  CSR-ACK-DLV-NOTFOUND     VALUE '23' '35'.
001370 01  CSR-ACK-GEN-STATUS      PIC X(02).
001380     88  CSR-ACK-GEN-OK           VALUE '00'.
001390     88  CSR-ACK-GEN-EOF          VALUE '10'.
001400 01  CSR-ACK-TRACE-STATUS    PIC X(02).
001410     88  CSR-ACK-TRACE-OK         VALUE '00'.
001420 01  CSR-ACK-RPT-STATUS      PIC X(02).
001430     88  CSR-ACK-RPT-OK           VALUE '00'.
001440 01  CSR-ACK-GEN-NAME        PIC X(30).
001450 01  CSR-ACK-TODAY-DATE      PIC 9(08).
001460 01  CSR-ACK-TODAY-TIME      PIC 9(08).
001470 01  CSR-ACK-RETURN-CODE     PIC 9(02) VALUE 0.
001480 01  CSR-ACK-CYCLE-LIMIT     PIC 9(02) VALUE 2.
001490 01  CSR-ACK-DLV-ON-FILE-SW  PIC X(01).
001500     88  CSR-ACK-DLV-ON-FILE      VALUE 'Y'.
001510*
001520*    DISTRIBUTION CYCLES SEEN ON THE AUDIT FILE.  CIPHAUD IS
001530*    APPENDED IN RUN ORDER, SO A NEW CYCLE STARTS WHENEVER A
001540*    CIPHDIST RUN-LEVEL LINE CARRIES A NEW DATE.
001550 01  CSR-ACK-CYCLE-CTR       PIC 9(05) COMP VALUE 0.
001560 01  CSR-ACK-LAST-CYC-DATE   PIC 9(08) VALUE 0.
001570 01  CSR-ACK-CYCLES-SINCE    PIC 9(05) COMP.
001580*
001590*    ONE SLOT PER CIPHDIST FEED AUDIT LINE.  THE CYCLE NUMBER
001600*    IS THE DISTRIBUTION CYCLE THE FEED WENT OUT IN; A FEED
001610*    OVERWRITTEN BY A LATER NIGHTLY RUN FOR THE SAME ROUTE AND
001620*    DAY IS MARKED SUPERSEDED AND IS NOT EXPECTED BACK.  THE
001622*    ACTION IS THE CIPHDIST AUDIT ACTION - P FOR A FEED CUT BY
001624*    THE EXPEDITED RUN.  A TABLE TOO
001630*    SMALL FOR THE AUDIT FILE STOPS THE RUN RATHER THAN
001640*    QUIETLY DROPPING FEEDS FROM THE OUTSTANDING LIST.
001650 01  CSR-ACK-FEED-TABLE.
001660     05  CSR-ACK-FD-ENTRY    OCCURS 5000 TIMES.
001670         10  CSR-ACK-FD-BATCH-ID     PIC X(08).
001680         10  CSR-ACK-FD-DATE         PIC 9(08).
001690         10  CSR-ACK-FD-ROUTE        PIC X(03).
001700         10  CSR-ACK-FD-PARTNER      PIC X(20).
001710         10  CSR-ACK-FD-COUNT        PIC 9(07).
001720         10  CSR-ACK-FD-HASH         PIC 9(10).
001730         10  CSR-ACK-FD-HASH-SW      PIC X(01).
001740             88  CSR-ACK-FD-HASH-KNOWN    VALUE 'Y'.
001750         10  CSR-ACK-FD-CYCLE        PIC 9(05).
001760         10  CSR-ACK-FD-SUPER-SW     PIC X(01).
001770             88  CSR-ACK-FD-SUPERSEDED    VALUE 'Y'.
001772         10  CSR-ACK-FD-ACTION       PIC X(01).
001774             88  CSR-ACK-FD-EXPEDITED     VALUE 'P'.
001780 01  CSR-ACK-FD-USED         PIC 9(05) COMP VALUE 0.
001790 01  CSR-ACK-FD-SUB          PIC 9(05) COMP.
001800 01  CSR-ACK-FD-HIT          PIC 9(05) COMP.
001810 01  CSR-ACK-FD-FOUND-SW     PIC X(01).
001820     88  CSR-ACK-FD-FOUND         VALUE 'Y'.
001830*
001840*    THE VERDICT ON THE ACKNOWLEDGEMENT IN HAND.  SPACES IS A
001850*    CLEAN ACCEPTANCE; OTHERWISE THE NAKED REASON CODE.
001860 01  CSR-ACK-REASON-CODE     PIC X(02).
001870     88  CSR-ACK-IS-CLEAN         VALUE SPACES.
001880     88  CSR-ACK-IS-PARTNER-REJ   VALUE 'RJ'.
001890     88  CSR-ACK-IS-OUT-OF-BAL    VALUE 'CT'.
001900 01  CSR-ACK-UNMATCHED-TEXT  PIC X(50).
001910*
001920 01  CSR-ACK-ACKS-READ-CTR   PIC 9(07) VALUE 0.
001930 01  CSR-ACK-ACCEPTED-CTR    PIC 9(07) VALUE 0.
001940 01  CSR-ACK-REJECTED-CTR    PIC 9(07) VALUE 0.
001950 01  CSR-ACK-OUT-OF-BAL-CTR  PIC 9(07) VALUE 0.
001960 01  CSR-ACK-UNMATCHED-CTR   PIC 9(07) VALUE 0.
001970 01  CSR-ACK-TRACES-CTR      PIC 9(07) VALUE 0.
001980 01  CSR-ACK-NO-GEN-CTR      PIC 9(07) VALUE 0.
001990 01  CSR-ACK-OUTSTAND-CTR    PIC 9(07) VALUE 0.
002000 01  CSR-ACK-NAKED-CTR       PIC 9(07) VALUE 0.
002010*
002020*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
002030*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
002040*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
002050 01  CSR-ARR-HEADING-1.
002060     05  FILLER              PIC X(42)
002070             VALUE 'PARTNER DELIVERY ACKNOWLEDGEMENT REPORT'.
002080     05  FILLER              PIC X(10) VALUE 'ACK LIMIT '.
002090     05  CSR-ARR-HDG-LIMIT   PIC Z9.
002100     05  FILLER              PIC X(07) VALUE ' CYCLES'.
002110     05  FILLER              PIC X(06) VALUE '  RUN '.
002120     05  CSR-ARR-HDG-DATE    PIC 9(08).
002130     05  FILLER              PIC X(57) VALUE SPACES.
002140 01  CSR-ARR-HEADING-2.
002150     05  FILLER              PIC X(02) VALUE SPACES.
002160     05  FILLER              PIC X(10) VALUE 'BATCH ID'.
002170     05  FILLER              PIC X(10) VALUE 'FEED DATE'.
002180     05  FILLER              PIC X(05) VALUE 'RTE'.
002190     05  FILLER              PIC X(22) VALUE 'PARTNER'.
002200     05  FILLER              PIC X(09) VALUE '   SENT  '.
002210     05  FILLER              PIC X(09) VALUE '   RECV  '.
002220     05  FILLER              PIC X(12) VALUE ' SENT HASH  '.
002230     05  FILLER              PIC X(12) VALUE ' RECV HASH  '.
002240     05  FILLER              PIC X(24) VALUE 'RESULT'.
002250     05  FILLER              PIC X(17) VALUE SPACES.
002260 01  CSR-ARR-DETAIL-LINE.
002270     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  CSR-ARR-DTL-BATCH   PIC X(08).
002290     05  FILLER              PIC X(02) VALUE SPACES.
002300     05  CSR-ARR-DTL-DATE    PIC X(08).
002310     05  FILLER              PIC X(02) VALUE SPACES.
002320     05  CSR-ARR-DTL-ROUTE   PIC X(03).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  CSR-ARR-DTL-PARTNER PIC X(20).
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  CSR-ARR-DTL-SENT-CNT PIC ZZZZZZ9.
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  CSR-ARR-DTL-RECV-AREA.
002390         10  CSR-ARR-DTL-RECV-CNT PIC ZZZZZZ9.
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  CSR-ARR-DTL-SENT-AREA.
002420         10  CSR-ARR-DTL-SENT-HASH PIC Z(09)9.
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  CSR-ARR-DTL-RHASH-AREA.
002450         10  CSR-ARR-DTL-RECV-HASH PIC Z(09)9.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  CSR-ARR-DTL-RESULT  PIC X(24).
002480     05  FILLER              PIC X(17) VALUE SPACES.
002490 01  CSR-ARR-UNMATCHED-LINE.
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  CSR-ARR-UNM-BATCH   PIC X(08).
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  CSR-ARR-UNM-DATE    PIC X(08).
002540     05  FILLER              PIC X(04) VALUE SPACES.
002550     05  CSR-ARR-UNM-TEXT    PIC X(50).
002560     05  FILLER              PIC X(58) VALUE SPACES.
002570 01  CSR-ARR-TEXT-LINE.
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  CSR-ARR-TXT-BODY    PIC X(110).
002600     05  FILLER              PIC X(20) VALUE SPACES.
002610 01  CSR-ARR-TOTAL-LINE.
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  CSR-ARR-TOT-LABEL   PIC X(40).
002640     05  CSR-ARR-TOT-COUNT   PIC ZZZZZZ9.
002650     05  FILLER              PIC X(83) VALUE SPACES.
002660 01  CSR-ARR-BLANK-LINE      PIC X(132) VALUE SPACES.
002670*
002680 PROCEDURE DIVISION.
002690*
002700*****************************************************************
002710*    0000-MAINLINE
002720*****************************************************************
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 1500-LOAD-FEEDS THRU 1500-EXIT.
002760     PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT.
002770     PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT.
002780     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002790     MOVE CSR-ACK-RETURN-CODE TO RETURN-CODE.
002800     STOP RUN.
002810*
002820*****************************************************************
002830*    1000-INITIALIZE - THE CYCLE LIMIT FROM THE RUN-CONTROL
002840*    FILE, THEN THE REPORT, THE DELIVERY STATUS FILE (CREATED
002850*    ON FIRST USE) AND THE TRACE FILE.
002860*****************************************************************
002870 1000-INITIALIZE.
002880     ACCEPT CSR-ACK-TODAY-DATE FROM DATE YYYYMMDD.
002890     ACCEPT CSR-ACK-TODAY-TIME FROM TIME.
002900     OPEN INPUT CSR-ACK-PARM-FILE.
002910     IF CSR-ACK-PARM-OK
002920         READ CSR-ACK-PARM-FILE
002930             AT END
002940                 MOVE SPACES TO CSR-PARM-RECORD
002950         END-READ
002960         IF CSR-PRM-ACK-CYCLES NUMERIC
002970                 AND CSR-PRM-ACK-CYCLES > 0
002980             MOVE CSR-PRM-ACK-CYCLES TO CSR-ACK-CYCLE-LIMIT
002990         END-IF
003000         CLOSE CSR-ACK-PARM-FILE
003010     END-IF.
003020     OPEN OUTPUT CSR-ACK-RPT-FILE.
003030     IF NOT CSR-ACK-RPT-OK
003040         DISPLAY 'CIPHACK: ACKRPT OPEN FAILED, STATUS = '
003050             CSR-ACK-RPT-STATUS
003060         MOVE 12 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     OPEN I-O CSR-ACK-DLV-FILE.
003100     IF CSR-ACK-DLV-NOTFOUND
003110         OPEN OUTPUT CSR-ACK-DLV-FILE
003120         CLOSE CSR-ACK-DLV-FILE
003130         OPEN I-O CSR-ACK-DLV-FILE
003140     END-IF.
003150     IF NOT CSR-ACK-DLV-OK
003160         DISPLAY 'CIPHACK: CIPHDLV OPEN FAILED, STATUS = '
003170             CSR-ACK-DLV-STATUS
003180         MOVE 12 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     OPEN EXTEND CSR-ACK-TRACE-FILE.
003220     IF NOT CSR-ACK-TRACE-OK
003230         OPEN OUTPUT CSR-ACK-TRACE-FILE
003240     END-IF.
003250     IF NOT CSR-ACK-TRACE-OK
003260         DISPLAY 'CIPHACK: CIPHTRC OPEN FAILED, STATUS = '
003270             CSR-ACK-TRACE-STATUS
003280         MOVE 12 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE CSR-ACK-CYCLE-LIMIT TO CSR-ARR-HDG-LIMIT.
003320     MOVE CSR-ACK-TODAY-DATE TO CSR-ARR-HDG-DATE.
003330     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-HEADING-1.
003340     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-BLANK-LINE.
003350 1000-EXIT.
003360     EXIT.
003370*
003380*****************************************************************
003390*    1500-LOAD-FEEDS - EVERY CIPHDIST FEED AUDIT LINE INTO THE
003400*    FEED TABLE, COUNTING DISTRIBUTION CYCLES ON THE WAY.
003410*    WITHOUT THE AUDIT FILE THERE IS NOTHING TO BALANCE AN
003420*    ACKNOWLEDGEMENT AGAINST, SO THE RUN STOPS.
003430*****************************************************************
003440 1500-LOAD-FEEDS.
003450     OPEN INPUT CSR-ACK-AUDIT-FILE.
003460     IF NOT CSR-ACK-AUDIT-OK
003470         DISPLAY 'CIPHACK: CIPHAUD OPEN FAILED, STATUS = '
003480             CSR-ACK-AUDIT-STATUS
003490         MOVE 12 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     PERFORM 1550-LOAD-ONE-LINE THRU 1550-EXIT
003530         UNTIL CSR-ACK-AUDIT-EOF.
003540     CLOSE CSR-ACK-AUDIT-FILE.
003550     DISPLAY 'CIPHACK: ' CSR-ACK-FD-USED ' FEEDS OVER '
003560         CSR-ACK-CYCLE-CTR ' DISTRIBUTION CYCLES ON CIPHAUD'.
003570 1500-EXIT.
003580     EXIT.
003590*
003600 1550-LOAD-ONE-LINE.
003610     READ CSR-ACK-AUDIT-FILE
003620         AT END
003630             SET CSR-ACK-AUDIT-EOF TO TRUE
003640             GO TO 1550-EXIT
003650     END-READ.
003660     IF CSR-AUD-PROGRAM-ID NOT = 'CIPHDIST'
003670         GO TO 1550-EXIT
003680     END-IF.
003690     IF CSR-AUD-BATCH-ID = '*ALLFEED'
003700         IF CSR-AUD-RUN-DATE NOT = CSR-ACK-LAST-CYC-DATE
003710             ADD 1 TO CSR-ACK-CYCLE-CTR
003720             MOVE CSR-AUD-RUN-DATE TO CSR-ACK-LAST-CYC-DATE
003730         END-IF
003740         GO TO 1550-EXIT
003750     END-IF.
003755*    AN EXPEDITED DISTRIBUTION IS NOT A CYCLE, BUT ITS FEED
003756*    LINES ARE TRACKED FOR ACKNOWLEDGEMENT LIKE ANY OTHER.
003757     IF CSR-AUD-BATCH-ID = '*EXPFEED'
003758         GO TO 1550-EXIT
003759     END-IF.
003760     IF CSR-AUD-BATCH-ID = SPACES
003770         GO TO 1550-EXIT
003780     END-IF.
003790     IF CSR-ACK-FD-USED NOT < 5000
003800         DISPLAY 'CIPHACK: FEED TABLE FULL AT 5000 - RAISE THE '
003810             'TABLE SIZE OR RUN CIPHKEEP'
003820         MOVE 12 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003842*    AN EXPEDITED FEED OVERWRITES NO EARLIER FEED.
003844     IF CSR-AUD-ACTION NOT = 'P'
003850         PERFORM 1600-SUPERSEDE-ONE THRU 1600-EXIT
003860             VARYING CSR-ACK-FD-SUB FROM 1 BY 1
003870             UNTIL CSR-ACK-FD-SUB > CSR-ACK-FD-USED
003875     END-IF.
003880     ADD 1 TO CSR-ACK-FD-USED.
003890     MOVE CSR-ACK-FD-USED TO CSR-ACK-FD-SUB.
003900     MOVE CSR-AUD-BATCH-ID TO CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-SUB).
003910     MOVE CSR-AUD-RUN-DATE TO CSR-ACK-FD-DATE(CSR-ACK-FD-SUB).
003920     MOVE CSR-AUD-BATCH-ID(1:3)
003930         TO CSR-ACK-FD-ROUTE(CSR-ACK-FD-SUB).
003940     MOVE CSR-AUD-KEYWORD TO CSR-ACK-FD-PARTNER(CSR-ACK-FD-SUB).
003950     MOVE CSR-AUD-RECS-OUT TO CSR-ACK-FD-COUNT(CSR-ACK-FD-SUB).
003955     MOVE CSR-AUD-ACTION TO CSR-ACK-FD-ACTION(CSR-ACK-FD-SUB).
003960     IF CSR-AUD-SEQ-HASH NUMERIC
003970         MOVE CSR-AUD-SEQ-HASH TO CSR-ACK-FD-HASH(CSR-ACK-FD-SUB)
003980         MOVE 'Y' TO CSR-ACK-FD-HASH-SW(CSR-ACK-FD-SUB)
003990     ELSE
004000         MOVE 0 TO CSR-ACK-FD-HASH(CSR-ACK-FD-SUB)
004010         MOVE 'N' TO CSR-ACK-FD-HASH-SW(CSR-ACK-FD-SUB)
004020     END-IF.
004030*    THE RUN-LEVEL LINE FOLLOWS ITS FEED LINES, SO A FEED DATED
004040*    AFTER THE LAST CYCLE COUNTED BELONGS TO THE NEXT ONE.
004050     IF CSR-AUD-RUN-DATE = CSR-ACK-LAST-CYC-DATE
004060         MOVE CSR-ACK-CYCLE-CTR
004070             TO CSR-ACK-FD-CYCLE(CSR-ACK-FD-SUB)
004080     ELSE
004090         COMPUTE CSR-ACK-FD-CYCLE(CSR-ACK-FD-SUB) =
004100             CSR-ACK-CYCLE-CTR + 1
004110     END-IF.
004120     MOVE 'N' TO CSR-ACK-FD-SUPER-SW(CSR-ACK-FD-SUB).
004130 1550-EXIT.
004140     EXIT.
004150*
004160*****************************************************************
004170*    1600-SUPERSEDE-ONE - AN EARLIER NIGHTLY FEED FOR THE SAME
004180*    ROUTE ON THE SAME DAY WAS OVERWRITTEN BY THE NIGHTLY FEED
004185*    JUST READ.  AN EXPEDITED FEED HAS A NAME OF ITS OWN AND IS
004187*    NEVER OVERWRITTEN.
004190*****************************************************************
004200 1600-SUPERSEDE-ONE.
004210     IF CSR-ACK-FD-DATE(CSR-ACK-FD-SUB) = CSR-AUD-RUN-DATE
004220             AND CSR-ACK-FD-ROUTE(CSR-ACK-FD-SUB) =
004230                 CSR-AUD-BATCH-ID(1:3)
004235             AND NOT CSR-ACK-FD-EXPEDITED(CSR-ACK-FD-SUB)
004240         MOVE 'Y' TO CSR-ACK-FD-SUPER-SW(CSR-ACK-FD-SUB)
004250     END-IF.
004260 1600-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300*    2000-PROCESS-ACKS - MATCH EVERY ACKNOWLEDGEMENT RECEIVED
004310*    AGAINST THE FEED TABLE AND PRINT THE RESULT.
004320*****************************************************************
004330 2000-PROCESS-ACKS.
004340     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO CSR-ARR-TXT-BODY.
004350     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE.
004360     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-HEADING-2.
004370     OPEN INPUT CSR-ACK-PTNACK-FILE.
004380     IF NOT CSR-ACK-PTNACK-OK
004390         DISPLAY 'CIPHACK: NO PTNACK FILE, STATUS = '
004400             CSR-ACK-PTNACK-STATUS ' - NO ACKNOWLEDGEMENTS TODAY'
004410         MOVE '  NO ACKNOWLEDGEMENT FILE RECEIVED'
004420             TO CSR-ARR-TXT-BODY
004430         WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE
004440         GO TO 2000-SPACE
004450     END-IF.
004460     PERFORM 2100-PROCESS-ONE-ACK THRU 2100-EXIT
004470         UNTIL CSR-ACK-PTNACK-EOF.
004480     CLOSE CSR-ACK-PTNACK-FILE.
004490     IF CSR-ACK-ACKS-READ-CTR = 0
004500         MOVE '  ACKNOWLEDGEMENT FILE WAS EMPTY'
004510             TO CSR-ARR-TXT-BODY
004520         WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE
004530     END-IF.
004540 2000-SPACE.
004550     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-BLANK-LINE.
004560 2000-EXIT.
004570     EXIT.
004580*
004590*****************************************************************
004600*    2100-PROCESS-ONE-ACK - VALIDATE ONE ACKNOWLEDGEMENT, FIND
004610*    ITS FEED, JUDGE IT, RECORD IT ON CIPHDLV AND POST THE
004620*    FEED'S TRACE STATIONS.  THE HASH IS COMPARED ONLY WHERE
004630*    THE AUDIT LINE CARRIES ONE (LINES CUT BEFORE IT DID).
004640*****************************************************************
004650 2100-PROCESS-ONE-ACK.
004660     READ CSR-ACK-PTNACK-FILE
004670         AT END
004680             SET CSR-ACK-PTNACK-EOF TO TRUE
004690             GO TO 2100-EXIT
004700     END-READ.
004710     ADD 1 TO CSR-ACK-ACKS-READ-CTR.
004720     IF CSR-ACK-BATCH-ID = SPACES
004730             OR CSR-ACK-FEED-DATE NOT NUMERIC
004740             OR CSR-ACK-RECV-COUNT NOT NUMERIC
004750             OR CSR-ACK-SEQ-HASH NOT NUMERIC
004760             OR NOT CSR-ACK-FLAG-VALID
004770         MOVE 'NOT A VALID ACKNOWLEDGEMENT RECORD'
004780             TO CSR-ACK-UNMATCHED-TEXT
004790         PERFORM 2800-PRINT-UNMATCHED THRU 2800-EXIT
004800         GO TO 2100-EXIT
004810     END-IF.
004820     MOVE 'N' TO CSR-ACK-FD-FOUND-SW.
004830     PERFORM 2150-MATCH-ONE-FEED THRU 2150-EXIT
004840         VARYING CSR-ACK-FD-SUB FROM 1 BY 1
004850         UNTIL CSR-ACK-FD-SUB > CSR-ACK-FD-USED
004860             OR CSR-ACK-FD-FOUND.
004870     IF NOT CSR-ACK-FD-FOUND
004880         MOVE 'NO CIPHDIST FEED WITH THIS BATCH ID AND DATE'
004890             TO CSR-ACK-UNMATCHED-TEXT
004900         PERFORM 2800-PRINT-UNMATCHED THRU 2800-EXIT
004910         GO TO 2100-EXIT
004920     END-IF.
004930     IF CSR-ACK-FD-SUPERSEDED(CSR-ACK-FD-HIT)
004940         MOVE 'FEED WAS OVERWRITTEN BY A LATER RUN THAT DAY'
004950             TO CSR-ACK-UNMATCHED-TEXT
004960         PERFORM 2800-PRINT-UNMATCHED THRU 2800-EXIT
004970         GO TO 2100-EXIT
004980     END-IF.
004990     MOVE SPACES TO CSR-ACK-REASON-CODE.
005000     IF CSR-ACK-REJECTED
005010         SET CSR-ACK-IS-PARTNER-REJ TO TRUE
005020     ELSE
005030         IF CSR-ACK-RECV-COUNT NOT =
005040                 CSR-ACK-FD-COUNT(CSR-ACK-FD-HIT)
005050             SET CSR-ACK-IS-OUT-OF-BAL TO TRUE
005060         END-IF
005070         IF CSR-ACK-FD-HASH-KNOWN(CSR-ACK-FD-HIT)
005080                 AND CSR-ACK-SEQ-HASH NOT =
005090                     CSR-ACK-FD-HASH(CSR-ACK-FD-HIT)
005100             SET CSR-ACK-IS-OUT-OF-BAL TO TRUE
005110         END-IF
005120     END-IF.
005130     EVALUATE TRUE
005140         WHEN CSR-ACK-IS-CLEAN
005150             ADD 1 TO CSR-ACK-ACCEPTED-CTR
005160             MOVE 'ACCEPTED' TO CSR-ARR-DTL-RESULT
005170         WHEN CSR-ACK-IS-PARTNER-REJ
005180             ADD 1 TO CSR-ACK-REJECTED-CTR
005190             MOVE 'REJECTED BY PARTNER' TO CSR-ARR-DTL-RESULT
005200         WHEN OTHER
005210             ADD 1 TO CSR-ACK-OUT-OF-BAL-CTR
005220             MOVE 'TOTALS DISAGREE' TO CSR-ARR-DTL-RESULT
005230     END-EVALUATE.
005240     MOVE CSR-ACK-FD-HIT TO CSR-ACK-FD-SUB.
005250     PERFORM 3500-FORMAT-FEED THRU 3500-EXIT.
005260     MOVE CSR-ACK-RECV-COUNT TO CSR-ARR-DTL-RECV-CNT.
005270     MOVE CSR-ACK-SEQ-HASH TO CSR-ARR-DTL-RECV-HASH.
005280     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-DETAIL-LINE.
005290     PERFORM 2300-RECORD-DELIVERY THRU 2300-EXIT.
005300     PERFORM 2400-POST-TRACES THRU 2400-EXIT.
005310 2100-EXIT.
005320     EXIT.
005330*
005340 2150-MATCH-ONE-FEED.
005350     IF CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-SUB) = CSR-ACK-BATCH-ID
005360             AND CSR-ACK-FD-DATE(CSR-ACK-FD-SUB) =
005370                 CSR-ACK-FEED-DATE
005380         MOVE 'Y' TO CSR-ACK-FD-FOUND-SW
005390         MOVE CSR-ACK-FD-SUB TO CSR-ACK-FD-HIT
005400     END-IF.
005410 2150-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*    2300-RECORD-DELIVERY - WRITE THE FEED'S DELIVERY STATUS,
005460*    OR REWRITE IT IF THE PARTNER HAS ACKNOWLEDGED BEFORE - THE
005470*    LATEST ACKNOWLEDGEMENT STANDS.
005480*****************************************************************
005490 2300-RECORD-DELIVERY.
005500     MOVE CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-HIT) TO CSR-DLV-BATCH-ID.
005510     MOVE CSR-ACK-FD-DATE(CSR-ACK-FD-HIT) TO CSR-DLV-FEED-DATE.
005520     MOVE 'Y' TO CSR-ACK-DLV-ON-FILE-SW.
005530     READ CSR-ACK-DLV-FILE
005540         KEY IS CSR-DLV-KEY
005550         INVALID KEY
005560             MOVE 'N' TO CSR-ACK-DLV-ON-FILE-SW
005570     END-READ.
005580     MOVE SPACES TO CSR-DELIVERY-RECORD.
005590     MOVE CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-HIT) TO CSR-DLV-BATCH-ID.
005600     MOVE CSR-ACK-FD-DATE(CSR-ACK-FD-HIT) TO CSR-DLV-FEED-DATE.
005610     MOVE CSR-ACK-FD-ROUTE(CSR-ACK-FD-HIT) TO CSR-DLV-ROUTE-CODE.
005620     MOVE CSR-ACK-FD-PARTNER(CSR-ACK-FD-HIT)
005630         TO CSR-DLV-PARTNER-NAME.
005640     MOVE CSR-ACK-FD-COUNT(CSR-ACK-FD-HIT) TO CSR-DLV-SENT-COUNT.
005650     MOVE CSR-ACK-FD-HASH(CSR-ACK-FD-HIT) TO CSR-DLV-SENT-HASH.
005660     MOVE CSR-ACK-RECV-COUNT TO CSR-DLV-RECV-COUNT.
005670     MOVE CSR-ACK-SEQ-HASH TO CSR-DLV-RECV-HASH.
005680     MOVE CSR-ACK-FLAG TO CSR-DLV-ACK-FLAG.
005690     IF CSR-ACK-IS-CLEAN
005700         SET CSR-DLV-ACKED TO TRUE
005710     ELSE
005720         SET CSR-DLV-NAKED TO TRUE
005730     END-IF.
005740     MOVE CSR-ACK-REASON-CODE TO CSR-DLV-REASON-CODE.
005750     MOVE CSR-ACK-TODAY-DATE TO CSR-DLV-ACK-DATE.
005760     MOVE CSR-ACK-TODAY-TIME TO CSR-DLV-ACK-TIME.
005770     IF CSR-ACK-DLV-ON-FILE
005780         REWRITE CSR-DELIVERY-RECORD
005790     ELSE
005800         WRITE CSR-DELIVERY-RECORD
005810     END-IF.
005820     IF NOT CSR-ACK-DLV-OK
005830         DISPLAY 'CIPHACK: CIPHDLV UPDATE FAILED FOR '
005840             CSR-DLV-BATCH-ID ' STATUS = ' CSR-ACK-DLV-STATUS
005850         MOVE 12 TO CSR-ACK-RETURN-CODE
005860     END-IF.
005870 2300-EXIT.
005880     EXIT.
005890*
005900*****************************************************************
005910*    2400-POST-TRACES - AN ACKED OR NAKED STATION FOR EVERY
005920*    MESSAGE OF THE FEED, FROM THE FEED DAY'S MSGOUT GENERATION.
005925*    AN EXPEDITED FEED IS NOT ON THAT GENERATION, SO IT TAKES
005927*    ONE FEED-LEVEL STATION (SEQUENCE ZERO) UNDER ITS BATCH ID.
005930*****************************************************************
005940 2400-POST-TRACES.
005941     IF CSR-ACK-FD-EXPEDITED(CSR-ACK-FD-HIT)
005942         MOVE 0 TO CSR-MSG-SEQ-NO
005943         PERFORM 2500-WRITE-TRACE THRU 2500-EXIT
005944         GO TO 2400-EXIT
005945     END-IF.
005950     MOVE SPACES TO CSR-ACK-GEN-NAME.
005960     STRING 'MSGOUT.D' CSR-ACK-FD-DATE(CSR-ACK-FD-HIT)
005970         DELIMITED BY SIZE INTO CSR-ACK-GEN-NAME.
005980     OPEN INPUT CSR-ACK-GEN-FILE.
005990     IF NOT CSR-ACK-GEN-OK
006000         ADD 1 TO CSR-ACK-NO-GEN-CTR
006010         MOVE SPACES TO CSR-ARR-TXT-BODY
006020         STRING '    ' DELIMITED BY SIZE
006030             CSR-ACK-GEN-NAME DELIMITED BY SPACE
006040             ' NOT ON FILE - ONE FEED-LEVEL STATION POSTED'
006050             DELIMITED BY SIZE INTO CSR-ARR-TXT-BODY
006060         WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE
006070         MOVE 0 TO CSR-MSG-SEQ-NO
006080         PERFORM 2500-WRITE-TRACE THRU 2500-EXIT
006090         GO TO 2400-EXIT
006100     END-IF.
006110     PERFORM 2450-TRACE-ONE-RECORD THRU 2450-EXIT
006120         UNTIL CSR-ACK-GEN-EOF.
006130     CLOSE CSR-ACK-GEN-FILE.
006140 2400-EXIT.
006150     EXIT.
006160*
006170 2450-TRACE-ONE-RECORD.
006180     READ CSR-ACK-GEN-FILE
006190         AT END
006200             SET CSR-ACK-GEN-EOF TO TRUE
006210             GO TO 2450-EXIT
006220     END-READ.
006230     IF CSR-BAT-HEADER-REC OR CSR-BAT-TRAILER-REC
006240         GO TO 2450-EXIT
006250     END-IF.
006260     IF CSR-MSG-ROUTE-CODE NOT = CSR-ACK-FD-ROUTE(CSR-ACK-FD-HIT)
006270         GO TO 2450-EXIT
006280     END-IF.
006290     IF CSR-MSG-SEQ-NO NOT NUMERIC
006300         MOVE 0 TO CSR-MSG-SEQ-NO
006310     END-IF.
006320     PERFORM 2500-WRITE-TRACE THRU 2500-EXIT.
006330 2450-EXIT.
006340     EXIT.
006350*
006360 2500-WRITE-TRACE.
006370     MOVE SPACES TO CSR-TRACE-RECORD.
006380     MOVE CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-HIT) TO CSR-TRC-BATCH-ID.
006390     MOVE CSR-MSG-SEQ-NO TO CSR-TRC-SEQ-NO.
006400     IF CSR-ACK-IS-CLEAN
006410         SET CSR-TRC-AT-ACKED TO TRUE
006420     ELSE
006430         SET CSR-TRC-AT-NAKED TO TRUE
006440     END-IF.
006450     MOVE CSR-ACK-TODAY-DATE TO CSR-TRC-EVENT-DATE.
006460     MOVE CSR-ACK-TODAY-TIME TO CSR-TRC-EVENT-TIME.
006470     MOVE CSR-ACK-REASON-CODE TO CSR-TRC-REASON-CODE.
006480     WRITE CSR-TRACE-RECORD.
006490     IF NOT CSR-ACK-TRACE-OK
006500         DISPLAY 'CIPHACK: TRACE WRITE FAILED, STATUS = '
006510             CSR-ACK-TRACE-STATUS
006520         MOVE 12 TO CSR-ACK-RETURN-CODE
006530         GO TO 2500-EXIT
006540     END-IF.
006550     ADD 1 TO CSR-ACK-TRACES-CTR.
006560 2500-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600*    2800-PRINT-UNMATCHED - AN ACKNOWLEDGEMENT SET ASIDE, WITH
006610*    ITS BATCH ID AND DATE AS THE PARTNER SENT THEM.
006620*****************************************************************
006630 2800-PRINT-UNMATCHED.
006640     ADD 1 TO CSR-ACK-UNMATCHED-CTR.
006650     MOVE CSR-ACK-BATCH-ID TO CSR-ARR-UNM-BATCH.
006660     MOVE CSR-ACK-FEED-DATE-X TO CSR-ARR-UNM-DATE.
006670     MOVE CSR-ACK-UNMATCHED-TEXT TO CSR-ARR-UNM-TEXT.
006680     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-UNMATCHED-LINE.
006690 2800-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730*    3000-LIST-OUTSTANDING - EVERY CURRENT FEED THAT HAS GONE
006740*    UNACKNOWLEDGED FOR THE CYCLE LIMIT OR MORE, AND EVERY FEED
006750*    WHOSE LATEST ACKNOWLEDGEMENT WAS NAKED.
006760*****************************************************************
006770 3000-LIST-OUTSTANDING.
006780     MOVE 'OUTSTANDING DELIVERIES' TO CSR-ARR-TXT-BODY.
006790     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE.
006800     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-HEADING-2.
006810     PERFORM 3100-CHECK-ONE-FEED THRU 3100-EXIT
006820         VARYING CSR-ACK-FD-SUB FROM 1 BY 1
006830         UNTIL CSR-ACK-FD-SUB > CSR-ACK-FD-USED.
006840     IF CSR-ACK-OUTSTAND-CTR = 0
006850             AND CSR-ACK-NAKED-CTR = 0
006860         MOVE '  NONE - EVERY FEED DUE IS ACKNOWLEDGED'
006870             TO CSR-ARR-TXT-BODY
006880         WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TEXT-LINE
006890     END-IF.
006900     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-BLANK-LINE.
006910 3000-EXIT.
006920     EXIT.
006930*
006940 3100-CHECK-ONE-FEED.
006950     IF CSR-ACK-FD-SUPERSEDED(CSR-ACK-FD-SUB)
006960         GO TO 3100-EXIT
006970     END-IF.
006980     MOVE CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-SUB) TO CSR-DLV-BATCH-ID.
006990     MOVE CSR-ACK-FD-DATE(CSR-ACK-FD-SUB) TO CSR-DLV-FEED-DATE.
007000     MOVE 'Y' TO CSR-ACK-DLV-ON-FILE-SW.
007010     READ CSR-ACK-DLV-FILE
007020         KEY IS CSR-DLV-KEY
007030         INVALID KEY
007040             MOVE 'N' TO CSR-ACK-DLV-ON-FILE-SW
007050     END-READ.
007060     IF CSR-ACK-DLV-ON-FILE
007070         IF CSR-DLV-ACKED
007080             GO TO 3100-EXIT
007090         END-IF
007100         ADD 1 TO CSR-ACK-NAKED-CTR
007110         PERFORM 3500-FORMAT-FEED THRU 3500-EXIT
007120         MOVE CSR-DLV-RECV-COUNT TO CSR-ARR-DTL-RECV-CNT
007130         MOVE CSR-DLV-RECV-HASH TO CSR-ARR-DTL-RECV-HASH
007140         IF CSR-DLV-PARTNER-REJECT
007150             MOVE 'REJECTED BY PARTNER' TO CSR-ARR-DTL-RESULT
007160         ELSE
007170             MOVE 'TOTALS DISAGREE' TO CSR-ARR-DTL-RESULT
007180         END-IF
007190         WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-DETAIL-LINE
007200         GO TO 3100-EXIT
007210     END-IF.
007220     COMPUTE CSR-ACK-CYCLES-SINCE =
007230         CSR-ACK-CYCLE-CTR - CSR-ACK-FD-CYCLE(CSR-ACK-FD-SUB).
007240     IF CSR-ACK-CYCLES-SINCE < CSR-ACK-CYCLE-LIMIT
007250         GO TO 3100-EXIT
007260     END-IF.
007270     ADD 1 TO CSR-ACK-OUTSTAND-CTR.
007280     PERFORM 3500-FORMAT-FEED THRU 3500-EXIT.
007290     MOVE SPACES TO CSR-ARR-DTL-RECV-AREA.
007300     MOVE SPACES TO CSR-ARR-DTL-RHASH-AREA.
007310     MOVE 'NOT ACKNOWLEDGED' TO CSR-ARR-DTL-RESULT.
007320     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-DETAIL-LINE.
007330 3100-EXIT.
007340     EXIT.
007350*
007360*****************************************************************
007370*    3500-FORMAT-FEED - THE SENT SIDE OF A DETAIL LINE FROM THE
007380*    FEED TABLE SLOT IN CSR-ACK-FD-SUB.
007390*****************************************************************
007400 3500-FORMAT-FEED.
007410     MOVE CSR-ACK-FD-BATCH-ID(CSR-ACK-FD-SUB)
007420         TO CSR-ARR-DTL-BATCH.
007430     MOVE CSR-ACK-FD-DATE(CSR-ACK-FD-SUB) TO CSR-ARR-DTL-DATE.
007440     MOVE CSR-ACK-FD-ROUTE(CSR-ACK-FD-SUB) TO CSR-ARR-DTL-ROUTE.
007450     MOVE CSR-ACK-FD-PARTNER(CSR-ACK-FD-SUB)
007460         TO CSR-ARR-DTL-PARTNER.
007470     MOVE CSR-ACK-FD-COUNT(CSR-ACK-FD-SUB)
007480         TO CSR-ARR-DTL-SENT-CNT.
007490     IF CSR-ACK-FD-HASH-KNOWN(CSR-ACK-FD-SUB)
007500         MOVE CSR-ACK-FD-HASH(CSR-ACK-FD-SUB)
007510             TO CSR-ARR-DTL-SENT-HASH
007520     ELSE
007530         MOVE SPACES TO CSR-ARR-DTL-SENT-AREA
007540     END-IF.
007550 3500-EXIT.
007560     EXIT.
007570*
007580*****************************************************************
007590*    4000-FINALIZE - TOTALS AND THE VERDICT.  ANY FEED ON THE
007600*    OUTSTANDING LIST PAGES SOMEONE (RC 8); STRAY
007610*    ACKNOWLEDGEMENTS ALONE ARE A WARNING (RC 4).
007620*****************************************************************
007630 4000-FINALIZE.
007640     CLOSE CSR-ACK-DLV-FILE.
007650     CLOSE CSR-ACK-TRACE-FILE.
007660     MOVE 'ACKNOWLEDGEMENTS READ' TO CSR-ARR-TOT-LABEL.
007670     MOVE CSR-ACK-ACKS-READ-CTR TO CSR-ARR-TOT-COUNT.
007680     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007690     MOVE '  ACCEPTED AND BALANCED' TO CSR-ARR-TOT-LABEL.
007700     MOVE CSR-ACK-ACCEPTED-CTR TO CSR-ARR-TOT-COUNT.
007710     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007720     MOVE '  REJECTED BY PARTNER' TO CSR-ARR-TOT-LABEL.
007730     MOVE CSR-ACK-REJECTED-CTR TO CSR-ARR-TOT-COUNT.
007740     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007750     MOVE '  TOTALS DISAGREE' TO CSR-ARR-TOT-LABEL.
007760     MOVE CSR-ACK-OUT-OF-BAL-CTR TO CSR-ARR-TOT-COUNT.
007770     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007780     MOVE '  UNMATCHED OR NOT VALID' TO CSR-ARR-TOT-LABEL.
007790     MOVE CSR-ACK-UNMATCHED-CTR TO CSR-ARR-TOT-COUNT.
007800     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007810     MOVE 'TRACE STATIONS POSTED' TO CSR-ARR-TOT-LABEL.
007820     MOVE CSR-ACK-TRACES-CTR TO CSR-ARR-TOT-COUNT.
007830     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007840     MOVE 'FEEDS NOT ACKNOWLEDGED IN TIME' TO CSR-ARR-TOT-LABEL.
007850     MOVE CSR-ACK-OUTSTAND-CTR TO CSR-ARR-TOT-COUNT.
007860     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007870     MOVE 'FEEDS REJECTED OR OUT OF BALANCE' TO CSR-ARR-TOT-LABEL.
007880     MOVE CSR-ACK-NAKED-CTR TO CSR-ARR-TOT-COUNT.
007890     WRITE CSR-ACK-RPT-RECORD FROM CSR-ARR-TOTAL-LINE.
007900     CLOSE CSR-ACK-RPT-FILE.
007910     DISPLAY 'CIPHACK: ' CSR-ACK-ACKS-READ-CTR ' ACKS, '
007920         CSR-ACK-ACCEPTED-CTR ' ACCEPTED, '
007930         CSR-ACK-UNMATCHED-CTR ' UNMATCHED, '
007940         CSR-ACK-OUTSTAND-CTR ' OUTSTANDING, '
007950         CSR-ACK-NAKED-CTR ' NAKED'.
007960     IF CSR-ACK-RETURN-CODE < 12
007970         IF CSR-ACK-OUTSTAND-CTR > 0
007980                 OR CSR-ACK-NAKED-CTR > 0
007990             MOVE 8 TO CSR-ACK-RETURN-CODE
008000         ELSE
008010             IF CSR-ACK-UNMATCHED-CTR > 0
008020                 MOVE 4 TO CSR-ACK-RETURN-CODE
008030             END-IF
008040         END-IF
008050     END-IF.
008060 4000-EXIT.
008070     EXIT.
008080*
008090 END PROGRAM CIPHACK.
