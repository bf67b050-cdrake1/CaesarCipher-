000190*                    READ IT EXCEPT AUDITORS WITH A PRINT OF
000200*                    THE RAW FILE - MANAGEMENT'S MONTHLY
000210*                    NUMBERS WERE BUILT WITH A CALCULATOR.
000211*    10/15/26   CJD  WEEKENDS AND HOLIDAYS (CIPHCAL) KEPT OUT
000212*                    OF THE REJECT-RATE BASELINE.
000213*    10/15/26   CJD  A BATCH BACKED OUT BY CIPHBACK IS NETTED
000214*                    OUT OF ITS DAY INSTEAD OF STAYING IN THE
000215*                    TREND AS IF IT HAD BEEN DELIVERED.
000216*    10/15/26   CJD  EXPEDITED-RUN REVERSALS (CIPHBACK ACTION
000217*                    P) LEFT OUT - EXPEDITED TRAFFIC NEVER
000218*                    ENTERED THE NIGHTLY TOTALS.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. AUDTREND.
000390*    AUDIT RECORD (A RERUN OR A MERGED SPLIT RUN SUPERSEDES
000400*    THE EARLIER TRIES, THE SAME RULE CIPHRCON BALANCES BY);
000410*    THE RUN COUNTS COUNT EVERY RECORD.  REPORT ON TRNDRPT.
000411*    A NON-BUSINESS DAY ON THE CIPHCAL CALENDAR (CALDAY) IS
000412*    PRINTED AND COUNTED IN THE PERIOD TOTALS BUT LEFT OUT OF
000413*    THE AVERAGE REJECT RATE, AND IS NEVER FLAGGED AGAINST IT -
000414*    A ZERO-VOLUME HOLIDAY WOULD ONLY DRAG THE BASELINE DOWN.
000415*    A CIPHBACK REVERSING RECORD SUBTRACTS THE BACKED-OUT
000416*    BATCH FROM ITS DAY.  ONLY THE BACKED-OUT BATCH CAN BE
000417*    RERUN FOR THAT DAY, SO A LATER CAESAR RECORD ON THE SAME
000418*    DAY IS ADDED TO THE NETTED TOTALS RATHER THAN REPLACING
000419*    THEM, AND THE DAY IS MARKED ON THE REPORT.
000420*
000430*    ARGUMENTS: 1 - FROM DATE, YYYYMMDD
000440*               2 - TO DATE, YYYYMMDD (RANGE UP TO 400 DAYS)
000500*    MODIFICATION HISTORY
000510*    DATE       INIT DESCRIPTION
000520*    09/02/26   CJD  ORIGINAL PROGRAM
000521*    10/15/26   CJD  HISTORY RECORD WIDENED TO 108 BYTES FOR
000522*                    THE HOUSE-KEY FALLBACK FLAG
000523*    10/15/26   CJD  HISTORY RECORD WIDENED TO 118 BYTES FOR
000524*                    THE FEED SEQUENCE HASH
000525*    10/15/26   CJD  AVERAGE REJECT RATE TAKEN OVER BUSINESS
000526*                    DAYS ONLY; NON-BUSINESS DAYS MARKED
000527*    10/15/26   CJD  CIPHBACK REVERSALS NETTED OUT OF THEIR
000528*                    DAY; RERUNS ADDED BACK
000529*    10/15/26   CJD  EXPEDITED-RUN REVERSALS IGNORED
000530*************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000750     COPY CSRAUD.
000760 FD  CSR-TRD-HIST-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CSR-TRD-HIST-RECORD         PIC X(118).
000790 FD  CSR-TRD-RPT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  CSR-TRD-RPT-RECORD          PIC X(100).
001150     05  CSR-TRD-DAY-ENTRY   OCCURS 400 TIMES.
001160         10  CSR-TRD-DAY-USED-SW PIC X(01).
001170             88  CSR-TRD-DAY-USED     VALUE 'Y'.
001175         10  CSR-TRD-DAY-TYPE-SW PIC X(01).
001177             88  CSR-TRD-DAY-NON-BUSINESS VALUE 'N'.
001178         10  CSR-TRD-DAY-BKO-SW  PIC X(01).
001179             88  CSR-TRD-DAY-BACKED-OUT   VALUE 'Y'.
001180         10  CSR-TRD-DAY-IN      PIC 9(07).
001190         10  CSR-TRD-DAY-OUT     PIC 9(07).
001200         10  CSR-TRD-DAY-REJ     PIC 9(07).
001270 01  CSR-TRD-TOT-VFYF        PIC 9(09) VALUE 0.
001280 01  CSR-TRD-TOT-OVR         PIC 9(05) VALUE 0.
001290 01  CSR-TRD-TOT-DFT         PIC 9(05) VALUE 0.
001295 01  CSR-TRD-BUS-IN          PIC 9(09) VALUE 0.
001297 01  CSR-TRD-BUS-REJ         PIC 9(09) VALUE 0.
001300 01  CSR-TRD-DAYS-CTR        PIC 9(05) VALUE 0.
001305 01  CSR-TRD-NONBUS-CTR      PIC 9(05) VALUE 0.
001310 01  CSR-TRD-FLAGGED-CTR     PIC 9(05) VALUE 0.
001315 01  CSR-TRD-BKO-CTR         PIC 9(05) VALUE 0.
001320 01  CSR-TRD-DAY-PCT         PIC 9(03)V9(01).
001330 01  CSR-TRD-AVG-PCT         PIC 9(03)V9(01) VALUE 0.
001335 01  CSR-TRD-AVG-PCT-ED      PIC ZZ9.9.
001340 01  CSR-TRD-DBL-AVG         PIC 9(04)V9(01).
001342*
001344*    BUSINESS-DAY LOOKUP.
001346     COPY CSRCLK.
001350*
001360*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
001370*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
002560*
002570 1100-CLEAR-ONE-DAY.
002580     MOVE 'N' TO CSR-TRD-DAY-USED-SW(CSR-TRD-DAY-SUB).
002585     MOVE 'B' TO CSR-TRD-DAY-TYPE-SW(CSR-TRD-DAY-SUB).
002587     MOVE 'N' TO CSR-TRD-DAY-BKO-SW(CSR-TRD-DAY-SUB).
002590     MOVE 0 TO CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB).
002600     MOVE 0 TO CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB).
002610     MOVE 0 TO CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB).
003110*    BATCH RECORDS COUNT - CAESARB PER-BATCH LINES, CIPHDIST
003120*    FEEDS AND INTERACTIVE RUNS WOULD DOUBLE THE TRAFFIC.
003130*    TOTALS ARE LAST-RECORD-WINS; RUN COUNTS ACCUMULATE.
003132*    A CIPHBACK REVERSAL IS NETTED OUT OF ITS DAY, AND ON A
003134*    DAY WITH A REVERSAL THE RERUN TOTALS ARE ADDED.
003136*    EXPEDITED RUNS (EXPRESS) ARE NOT TREND TRAFFIC, SO THEIR
003138*    REVERSALS (ACTION P) ARE PASSED OVER.
003140*****************************************************************
003150 2300-POST-ONE-AUDIT-REC.
003151     IF CSR-AUD-PROGRAM-ID = 'CIPHBACK'
003151             AND CSR-AUD-ACTION = 'P'
003151         GO TO 2300-EXIT
003151     END-IF.
003152     IF CSR-AUD-PROGRAM-ID = 'CIPHBACK'
003154         PERFORM 2400-NET-OUT-BACKOUT THRU 2400-EXIT
003156         GO TO 2300-EXIT
003158     END-IF.
003160     IF CSR-AUD-PROGRAM-ID NOT = 'CAESAR  '
003170         GO TO 2300-EXIT
003180     END-IF.
003310     COMPUTE CSR-TRD-DAY-SUB =
003320         CSR-TRD-REC-INT - CSR-TRD-FROM-INT + 1.
003330     SET CSR-TRD-DAY-USED(CSR-TRD-DAY-SUB) TO TRUE.
003335     IF CSR-TRD-DAY-BACKED-OUT(CSR-TRD-DAY-SUB)
003336         PERFORM 2350-ADD-RERUN-TOTALS THRU 2350-EXIT
003337         GO TO 2300-COUNT-RUN
003338     END-IF.
003340     IF CSR-AUD-RECS-IN NUMERIC
003350         MOVE CSR-AUD-RECS-IN
003360             TO CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB)
003470         MOVE CSR-AUD-RECS-VFY-FAIL
003480             TO CSR-TRD-DAY-VFYF(CSR-TRD-DAY-SUB)
003490     END-IF.
003490 2300-COUNT-RUN.
003491*    THE *MERGED* RECORD IS A SYNTHETIC SUMMARY OF A SPLIT
003492*    RUN, NOT A RUN OF ITS OWN - IT SUPPLIES THE DAY'S TOTALS
003493*    ABOVE BUT MUST NOT INFLATE THE RUN COUNTS.
003550 2300-EXIT.
003560     EXIT.
003570*
003571 2350-ADD-RERUN-TOTALS.
003572     IF CSR-AUD-RECS-IN NUMERIC
003573         ADD CSR-AUD-RECS-IN
003574             TO CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB)
003575     END-IF.
003576     IF CSR-AUD-RECS-OUT NUMERIC
003577         ADD CSR-AUD-RECS-OUT
003578             TO CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB)
003579     END-IF.
003580     IF CSR-AUD-RECS-REJECTED NUMERIC
003581         ADD CSR-AUD-RECS-REJECTED
003582             TO CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
003583     END-IF.
003584     IF CSR-AUD-RECS-VFY-FAIL NUMERIC
003585         ADD CSR-AUD-RECS-VFY-FAIL
003586             TO CSR-TRD-DAY-VFYF(CSR-TRD-DAY-SUB)
003587     END-IF.
003588 2350-EXIT.
003589     EXIT.
003590*
003591*****************************************************************
003592*    2400-NET-OUT-BACKOUT - TAKE A BACKED-OUT BATCH'S COUNTS
003593*    OFF ITS DAY.  A DAY IS NEVER TAKEN BELOW ZERO - THE
003594*    REVERSAL MAY PREDATE THE RANGE'S FIRST RECORD FOR IT.
003595*****************************************************************
003596 2400-NET-OUT-BACKOUT.
003597     IF CSR-AUD-RUN-DATE NOT NUMERIC
003598         GO TO 2400-EXIT
003599     END-IF.
003600     IF CSR-AUD-RUN-DATE < CSR-TRD-FROM-DATE
003601             OR CSR-AUD-RUN-DATE > CSR-TRD-TO-DATE
003602         GO TO 2400-EXIT
003603     END-IF.
003604     COMPUTE CSR-TRD-REC-INT =
003605         FUNCTION INTEGER-OF-DATE(CSR-AUD-RUN-DATE).
003606     COMPUTE CSR-TRD-DAY-SUB =
003607         CSR-TRD-REC-INT - CSR-TRD-FROM-INT + 1.
003608     SET CSR-TRD-DAY-USED(CSR-TRD-DAY-SUB) TO TRUE.
003609     SET CSR-TRD-DAY-BACKED-OUT(CSR-TRD-DAY-SUB) TO TRUE.
003610     ADD 1 TO CSR-TRD-BKO-CTR.
003611     IF CSR-AUD-RECS-IN NUMERIC
003612         IF CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB) > CSR-AUD-RECS-IN
003613             SUBTRACT CSR-AUD-RECS-IN
003614                 FROM CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB)
003615         ELSE
003616             MOVE 0 TO CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB)
003617         END-IF
003618     END-IF.
003619     IF CSR-AUD-RECS-OUT NUMERIC
003620         IF CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB) > CSR-AUD-RECS-OUT
003621             SUBTRACT CSR-AUD-RECS-OUT
003622                 FROM CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB)
003623         ELSE
003624             MOVE 0 TO CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB)
003625         END-IF
003626     END-IF.
003627     IF CSR-AUD-RECS-REJECTED NUMERIC
003628         IF CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
003629                 > CSR-AUD-RECS-REJECTED
003630             SUBTRACT CSR-AUD-RECS-REJECTED
003631                 FROM CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
003632         ELSE
003633             MOVE 0 TO CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
003634         END-IF
003635     END-IF.
003636     IF CSR-AUD-RECS-VFY-FAIL NUMERIC
003637         IF CSR-TRD-DAY-VFYF(CSR-TRD-DAY-SUB)
003638                 > CSR-AUD-RECS-VFY-FAIL
003639             SUBTRACT CSR-AUD-RECS-VFY-FAIL
003640                 FROM CSR-TRD-DAY-VFYF(CSR-TRD-DAY-SUB)
003641         ELSE
003642             MOVE 0 TO CSR-TRD-DAY-VFYF(CSR-TRD-DAY-SUB)
003643         END-IF
003644     END-IF.
003645 2400-EXIT.
003646     EXIT.
003647*
003580 2500-GATHER-ONLINE-AUDIT.
003590     OPEN INPUT CSR-TRD-AUDIT-FILE.
003600     IF NOT CSR-TRD-AUDIT-OK
003810*****************************************************************
003820*    3000-PRINT-TREND - TOTAL THE PERIOD FIRST (THE FLAG
003830*    NEEDS THE PERIOD AVERAGE), THEN ONE LINE PER DAY THAT
003840*    SAW A CIPHER RUN.  THE AVERAGE IS OVER BUSINESS DAYS.
003850*****************************************************************
003860 3000-PRINT-TREND.
003870     PERFORM 3100-TOTAL-ONE-DAY THRU 3100-EXIT
003880         VARYING CSR-TRD-DAY-SUB FROM 1 BY 1
003890         UNTIL CSR-TRD-DAY-SUB > CSR-TRD-DAY-SPAN.
003900     IF CSR-TRD-BUS-IN > 0
003910         COMPUTE CSR-TRD-AVG-PCT ROUNDED =
003920             CSR-TRD-BUS-REJ * 100 / CSR-TRD-BUS-IN
003930     END-IF.
003940     COMPUTE CSR-TRD-DBL-AVG = CSR-TRD-AVG-PCT * 2.
003950     PERFORM 3200-PRINT-ONE-DAY THRU 3200-EXIT
004030         GO TO 3100-EXIT
004040     END-IF.
004050     ADD 1 TO CSR-TRD-DAYS-CTR.
004051     COMPUTE CSR-TRD-REC-INT =
004052         CSR-TRD-FROM-INT + CSR-TRD-DAY-SUB - 1.
004053     MOVE 'T' TO CSR-CLK-REQUEST.
004054     MOVE FUNCTION DATE-OF-INTEGER(CSR-TRD-REC-INT)
004055         TO CSR-CLK-DATE-1.
004056     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
004057     IF CSR-CLK-OK AND CSR-CLK-NON-BUSINESS
004058         MOVE 'N' TO CSR-TRD-DAY-TYPE-SW(CSR-TRD-DAY-SUB)
004059         ADD 1 TO CSR-TRD-NONBUS-CTR
004060     ELSE
004061         ADD CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB)
004062             TO CSR-TRD-BUS-IN
004063         ADD CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
004064             TO CSR-TRD-BUS-REJ
004065     END-IF.
004066     ADD CSR-TRD-DAY-IN(CSR-TRD-DAY-SUB) TO CSR-TRD-TOT-IN.
004070     ADD CSR-TRD-DAY-OUT(CSR-TRD-DAY-SUB)
004080         TO CSR-TRD-TOT-OUT.
004090     ADD CSR-TRD-DAY-REJ(CSR-TRD-DAY-SUB)
004450         TO CSR-TRN-DTL-OVR.
004460     MOVE CSR-TRD-DAY-DFT(CSR-TRD-DAY-SUB)
004470         TO CSR-TRN-DTL-DFT.
004475     IF CSR-TRD-DAY-NON-BUSINESS(CSR-TRD-DAY-SUB)
004476         MOVE 'NON-BUSINESS DAY' TO CSR-TRN-DTL-FLAG
004477         GO TO 3200-WRITE
004478     END-IF.
004480     IF CSR-TRD-AVG-PCT > 0
004490             AND CSR-TRD-DAY-PCT > CSR-TRD-DBL-AVG
004500         MOVE '** HIGH REJECTS' TO CSR-TRN-DTL-FLAG
004510         ADD 1 TO CSR-TRD-FLAGGED-CTR
004520     ELSE
004530         MOVE SPACES TO CSR-TRN-DTL-FLAG
004535         IF CSR-TRD-DAY-BACKED-OUT(CSR-TRD-DAY-SUB)
004537             MOVE 'BATCH BACKED OUT' TO CSR-TRN-DTL-FLAG
004538         END-IF
004540     END-IF.
004545 3200-WRITE.
004550     WRITE CSR-TRD-RPT-RECORD FROM CSR-TRN-DETAIL-LINE.
004560 3200-EXIT.
004570     EXIT.
004860         CSR-TRD-TOT-DFT DELIMITED BY SIZE
004870         INTO CSR-TRN-TXT-BODY.
004880     WRITE CSR-TRD-RPT-RECORD FROM CSR-TRN-TEXT-LINE.
004882     IF CSR-TRD-NONBUS-CTR > 0
004883         MOVE SPACES TO CSR-TRN-TXT-BODY
004884         STRING CSR-TRD-NONBUS-CTR DELIMITED BY SIZE
004885             ' NON-BUSINESS DAY(S) WITH RUNS, LEFT OUT OF '
004886             DELIMITED BY SIZE
004887             'THE AVERAGE' DELIMITED BY SIZE
004888             INTO CSR-TRN-TXT-BODY
004889         WRITE CSR-TRD-RPT-RECORD FROM CSR-TRN-TEXT-LINE
004890     END-IF.
004890     IF CSR-TRD-BKO-CTR > 0
004890         MOVE SPACES TO CSR-TRN-TXT-BODY
004890         STRING CSR-TRD-BKO-CTR DELIMITED BY SIZE
004890             ' BATCH BACKOUT(S) NETTED OUT OF THEIR DAYS'' '
004890             DELIMITED BY SIZE
004890             'TOTALS' DELIMITED BY SIZE
004890             INTO CSR-TRN-TXT-BODY
004890         WRITE CSR-TRD-RPT-RECORD FROM CSR-TRN-TEXT-LINE
004890     END-IF.
004891     IF CSR-TRD-FLAGGED-CTR > 0
004900         MOVE SPACES TO CSR-TRN-TXT-BODY
004910         STRING CSR-TRD-FLAGGED-CTR DELIMITED BY SIZE
004920             ' DAY(S) OVER DOUBLE THE AVERAGE REJECT RATE'
004970     DISPLAY 'AUDTREND: ' CSR-TRD-DAYS-CTR ' DAYS PRINTED, '
004980         CSR-TRD-FLAGGED-CTR ' FLAGGED'.
004990     CLOSE CSR-TRD-RPT-FILE.
004995     MOVE 'C' TO CSR-CLK-REQUEST.
004997     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
005000 4000-EXIT.
005010     EXIT.
005020*
