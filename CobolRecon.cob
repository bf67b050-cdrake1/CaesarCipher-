000170*    08/22/26   CJD  ORIGINAL PROGRAM.  NOTHING USED TO PROVE
000180*                    THE CYCLE BALANCED - THE FIRST SIGN OF A
000190*                    LOST RECORD WAS A DOWNSTREAM COMPLAINT.
000192*    10/15/26   CJD  BATCHES BACKED OUT BY CIPHBACK ARE LISTED,
000194*                    AND A BACKOUT SINCE THE BALANCING RUN
000196*                    KEEPS THE CYCLE FROM RECONCILING.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CIPHRCON.
000420*       12 - NO AUDIT RECORD FOR THE CYCLE DATE
000430*    A REPROCESS (ACTION R) CYCLE READS MSGRIN, NOT MSGIN,
000440*    SO THIS STEP BALANCES THE STANDARD CIPHER CYCLE ONLY.
000441*    A CIPHBACK REVERSING AUDIT LINE FOR THE CYCLE DATE IS
000442*    LISTED WITH ITS BATCH, COUNTS AND OPERATORS.  ONE WRITTEN
000443*    AFTER THE BALANCING RECORD MEANS THE OUTPUT BEING
000444*    BALANCED STILL HOLDS A BACKED-OUT BATCH, SO THE CYCLE IS
000445*    NOT RECONCILED (RETURN CODE 8) UNTIL THE BATCH IS RERUN;
000446*    ONE WRITTEN BEFORE IT WAS NETTED OUT BY THAT RERUN.
000447*    ARGUMENT 1 P BALANCES THE LATEST EXPEDITED INTRA-DAY RUN
000448*    INSTEAD: THE DAY'S LAST EXPRESS AUDIT RECORD AGAINST THE
000449*    EXPEDITED TRAFFIC FILES (THE JOB STEP POINTS MSGIN AND
000449*    MSGOUT AT THEM), WITH ONLY THE REVERSALS OF EXPEDITED
000449*    BATCHES (ACTION P) IN PLAY.  THE NIGHTLY CYCLE-STATUS
000449*    RECORD IS NEITHER CHECKED NOR MARKED.  THE NIGHTLY
000449*    BALANCE SEES ONLY CAESAR RECORDS AND IGNORES EXPEDITED
000449*    REVERSALS, SO INTRA-DAY RUNS NEVER THROW IT OUT.
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       INIT DESCRIPTION
000486*                    20 WHEN THE CIPHER STEP HAS NOT RUN) AND
000488*                    MARKS THE RECONCILIATION STEP COMPLETE
000489*                    WHEN THE CYCLE BALANCES
000489*    10/15/26   CJD  CIPHBACK REVERSALS LISTED; A BACKOUT SINCE
000489*                    THE BALANCING RUN IS RETURN CODE 8
000489*    10/15/26   CJD  ARGUMENT 1 P BALANCES THE EXPEDITED RUN
000489*                    (EXPRESS RECORD, EXPEDITED REVERSALS) ON
000489*                    ITS OWN, OUTSIDE THE CYCLE-STATUS FILE
000490*************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000820     COPY CSRMSG.
000830 FD  CSR-RCN-MSGOUT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CSR-RCN-MSGOUT-RECORD       PIC X(182).
000860 FD  CSR-RCN-RPT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  CSR-RCN-RPT-RECORD          PIC X(80).
001166 01  CSR-CYS-RETCODE-WK      PIC 9(02).
001168     88  CSR-CYS-PROCEED          VALUE 0.
001169     88  CSR-CYS-ORDER-REFUSED    VALUE 20.
001169 01  CSR-RCN-ARG-VALUE       PIC X(20).
001169 01  CSR-RCN-ARG-NUMBER      PIC 9(02) COMP VALUE 0.
001169 01  CSR-RCN-RUN-MODE        PIC X(01) VALUE 'N'.
001169     88  CSR-RCN-EXPEDITED        VALUE 'P'.
001169 01  CSR-RCN-RUN-PROGRAM     PIC X(08) VALUE 'CAESAR  '.
001170*
001171*    CIPHBACK REVERSING LINES FOR THE CYCLE.  THE SWITCH IS
001172*    SET BY A REVERSAL AND CLEARED BY A LATER CAESAR RECORD,
001173*    SO IT ENDS UP SET ONLY WHEN A BACKOUT FOLLOWS THE RUN
001174*    BEING BALANCED.  THE FIRST 20 ARE KEPT FOR THE REPORT.
001175 01  CSR-RCN-BKO-AFTER-SW    PIC X(01) VALUE 'N'.
001176     88  CSR-RCN-BKO-AFTER-RUN    VALUE 'Y'.
001177 01  CSR-RCN-BKO-CTR         PIC 9(03) COMP VALUE 0.
001178 01  CSR-RCN-BKO-SUB         PIC 9(03) COMP.
001179 01  CSR-RCN-BKO-TABLE.
001180     05  CSR-RCN-BKO-ENTRY   OCCURS 20 TIMES.
001181         10  CSR-RCN-BKO-BATCH   PIC X(08).
001182         10  CSR-RCN-BKO-IN      PIC 9(07).
001183         10  CSR-RCN-BKO-OUT     PIC 9(07).
001184         10  CSR-RCN-BKO-REJ     PIC 9(07).
001185         10  CSR-RCN-BKO-OPERS   PIC X(17).
001170*
001180 01  CSR-RCN-HEADING-1.
001190     05  CSR-RCN-HDG-TITLE   PIC X(34)
001200             VALUE 'CIPHER CYCLE RECONCILIATION REPORT'.
001210     05  FILLER              PIC X(08) VALUE '  CYCLE '.
001220     05  CSR-RCN-HDG-DATE    PIC 9(08).
001350     05  CSR-RCN-TXT-BODY    PIC X(70).
001360     05  FILLER              PIC X(08) VALUE SPACES.
001370 01  CSR-RCN-BLANK-LINE      PIC X(80) VALUE SPACES.
001372 01  CSR-RCN-BKO-LINE.
001373     05  FILLER              PIC X(04) VALUE SPACES.
001374     05  FILLER              PIC X(06) VALUE 'BATCH '.
001375     05  CSR-RCN-BKL-BATCH   PIC X(08).
001376     05  FILLER              PIC X(04) VALUE '  IN'.
001377     05  CSR-RCN-BKL-IN      PIC ZZZZZZ9.
001378     05  FILLER              PIC X(05) VALUE '  OUT'.
001379     05  CSR-RCN-BKL-OUT     PIC ZZZZZZ9.
001380     05  FILLER              PIC X(05) VALUE '  REJ'.
001381     05  CSR-RCN-BKL-REJ     PIC ZZZZZZ9.
001382     05  FILLER              PIC X(05) VALUE '  BY '.
001383     05  CSR-RCN-BKL-OPERS   PIC X(17).
001384     05  FILLER              PIC X(05) VALUE SPACES.
001380*
001390 PROCEDURE DIVISION.
001400*
001540*****************************************************************
001550*    1000-INITIALIZE - CYCLE DATE FROM THE RUN-CONTROL FILE
001560*    (THE SAME OVERRIDE THE CIPHER STEP HONORS), REPORT OPEN.
001565*    AN EXPEDITED BALANCE SKIPS THE CYCLE-ORDER CHECK.
001570*****************************************************************
001580 1000-INITIALIZE.
001590     ACCEPT CSR-RCN-RUN-DATE FROM DATE YYYYMMDD.
001591     MOVE 1 TO CSR-RCN-ARG-NUMBER.
001592     DISPLAY CSR-RCN-ARG-NUMBER UPON ARGUMENT-NUMBER.
001593     ACCEPT CSR-RCN-ARG-VALUE FROM ARGUMENT-VALUE
001594         ON EXCEPTION MOVE SPACES TO CSR-RCN-ARG-VALUE
001595     END-ACCEPT.
001596     IF CSR-RCN-ARG-VALUE(1:1) = 'P'
001597         MOVE 'P' TO CSR-RCN-RUN-MODE
001598         MOVE 'EXPRESS ' TO CSR-RCN-RUN-PROGRAM
001599         MOVE 'EXPEDITED RUN RECONCILIATION'
001599             TO CSR-RCN-HDG-TITLE
001599     END-IF.
001600     OPEN INPUT CSR-RCN-PARM-FILE.
001610     IF CSR-RCN-PARM-OK
001620         READ CSR-RCN-PARM-FILE
001690         END-IF
001700         CLOSE CSR-RCN-PARM-FILE
001710     END-IF.
001711     IF CSR-RCN-EXPEDITED
001711         GO TO 1000-OPEN-REPORT
001711     END-IF.
001712     MOVE 'C' TO CSR-CYS-REQUEST-WK.
001713     CALL 'CYCSTEP' USING CSR-RCN-RUN-DATE,
001714         CSR-CYS-REQUEST-WK, CSR-CYS-STEP-WK,
001725         MOVE CSR-CYS-RETCODE-WK TO RETURN-CODE
001726         STOP RUN
001727     END-IF.
001728 1000-OPEN-REPORT.
001728     OPEN OUTPUT CSR-RCN-RPT-FILE.
001730     IF NOT CSR-RCN-RPT-OK
001740         DISPLAY 'CIPHRCON: RCNRPT OPEN FAILED, STATUS = '
001860*    2000-FIND-AUDIT-RECORD - THE DAY'S LAST BATCH AUDIT
001870*    RECORD IS THE ONE THAT COUNTS (A RERUN SUPERSEDES AN
001880*    EARLIER TRY).  INTERACTIVE RUNS TOUCH NO TRAFFIC FILES
001890*    AND ARE SKIPPED.  A REVERSAL COUNTS ONLY IN THE BALANCE
001895*    OF ITS OWN KIND OF RUN - ACTION P FOR AN EXPEDITED BATCH.
001900*****************************************************************
001910 2000-FIND-AUDIT-RECORD.
001920     OPEN INPUT CSR-RCN-AUDIT-FILE.
002100     IF CSR-AUD-RUN-DATE NOT = CSR-RCN-RUN-DATE
002110         GO TO 2100-EXIT
002120     END-IF.
002122     IF CSR-AUD-PROGRAM-ID = 'CIPHBACK'
002123         IF (CSR-AUD-ACTION = 'P' AND CSR-RCN-EXPEDITED)
002123                 OR (CSR-AUD-ACTION NOT = 'P'
002123                 AND NOT CSR-RCN-EXPEDITED)
002124             PERFORM 2200-NOTE-REVERSAL THRU 2200-EXIT
002125         END-IF
002126         GO TO 2100-EXIT
002128     END-IF.
002130     IF CSR-AUD-PROGRAM-ID NOT = CSR-RCN-RUN-PROGRAM
002140         GO TO 2100-EXIT
002150     END-IF.
002160     IF CSR-AUD-ACTION = 'I'
002170         GO TO 2100-EXIT
002180     END-IF.
002190     SET CSR-RCN-AUD-FOUND TO TRUE.
002195     MOVE 'N' TO CSR-RCN-BKO-AFTER-SW.
002200     MOVE CSR-AUD-RECS-IN TO CSR-RCN-AUD-IN.
002210     MOVE CSR-AUD-RECS-OUT TO CSR-RCN-AUD-OUT.
002220     MOVE CSR-AUD-RECS-REJECTED TO CSR-RCN-AUD-REJ.
002240 2100-EXIT.
002250     EXIT.
002260*
002261 2200-NOTE-REVERSAL.
002262     SET CSR-RCN-BKO-AFTER-RUN TO TRUE.
002263     ADD 1 TO CSR-RCN-BKO-CTR.
002264     IF CSR-RCN-BKO-CTR > 20
002265         GO TO 2200-EXIT
002266     END-IF.
002267     MOVE CSR-AUD-BATCH-ID TO CSR-RCN-BKO-BATCH(CSR-RCN-BKO-CTR).
002268     MOVE CSR-AUD-RECS-IN TO CSR-RCN-BKO-IN(CSR-RCN-BKO-CTR).
002269     MOVE CSR-AUD-RECS-OUT TO CSR-RCN-BKO-OUT(CSR-RCN-BKO-CTR).
002270     MOVE CSR-AUD-RECS-REJECTED
002271         TO CSR-RCN-BKO-REJ(CSR-RCN-BKO-CTR).
002272     MOVE CSR-AUD-KEYWORD TO CSR-RCN-BKO-OPERS(CSR-RCN-BKO-CTR).
002273 2200-EXIT.
002274     EXIT.
002275*
002270*****************************************************************
002280*    3000-COUNT-MSGIN - PHYSICAL DETAIL COUNT OF THE INPUT
002290*    TRAFFIC FILE.  HDR AND TRL CONTROL RECORDS ARE NOT
002880     IF NOT CSR-RCN-AUD-FOUND
002890         MOVE 'NO BATCH AUDIT RECORD FOR THIS CYCLE DATE'
002900             TO CSR-RCN-TXT-BODY
002905         IF CSR-RCN-EXPEDITED
002906             MOVE 'NO EXPEDITED RUN AUDIT RECORD FOR THIS DATE'
002907                 TO CSR-RCN-TXT-BODY
002908         END-IF
002910         WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-TEXT-LINE
002920         MOVE 12 TO CSR-RCN-RETURN-CODE
002930         GO TO 4000-EXIT
003340     END-IF.
003350     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-DETAIL-LINE.
003360     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-BLANK-LINE.
003362     IF CSR-RCN-BKO-CTR > 0
003364         PERFORM 4100-LIST-REVERSALS THRU 4100-EXIT
003366     END-IF.
003368     IF CSR-RCN-BKO-AFTER-RUN
003369         MOVE 'A BATCH WAS BACKED OUT SINCE THIS RUN - RERUN IT'
003370             TO CSR-RCN-TXT-BODY
003371         MOVE 8 TO CSR-RCN-RETURN-CODE
003372         GO TO 4000-WRITE
003373     END-IF.
003374     IF NOT CSR-RCN-IS-BALANCED
003380         MOVE 'CYCLE IS OUT OF BALANCE' TO CSR-RCN-TXT-BODY
003390         MOVE 8 TO CSR-RCN-RETURN-CODE
003400     ELSE
003470             MOVE 0 TO CSR-RCN-RETURN-CODE
003480         END-IF
003490     END-IF.
003495 4000-WRITE.
003500     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-TEXT-LINE.
003510 4000-EXIT.
003520     EXIT.
003530*
003531*****************************************************************
003532*    4100-LIST-REVERSALS - THE CIPHBACK REVERSING LINES FOR THE
003533*    CYCLE, WITH THE REQUESTING/APPROVING OPERATORS.
003534*****************************************************************
003535 4100-LIST-REVERSALS.
003536     MOVE 'BATCHES BACKED OUT IN THIS CYCLE (CIPHBACK)'
003537         TO CSR-RCN-TXT-BODY.
003538     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-TEXT-LINE.
003539     PERFORM 4150-LIST-ONE-REVERSAL THRU 4150-EXIT
003540         VARYING CSR-RCN-BKO-SUB FROM 1 BY 1
003541         UNTIL CSR-RCN-BKO-SUB > CSR-RCN-BKO-CTR
003542            OR CSR-RCN-BKO-SUB > 20.
003543     IF CSR-RCN-BKO-CTR > 20
003544         MOVE '  (FIRST 20 LISTED)' TO CSR-RCN-TXT-BODY
003545         WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-TEXT-LINE
003546     END-IF.
003547     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-BLANK-LINE.
003548 4100-EXIT.
003549     EXIT.
003550*
003551 4150-LIST-ONE-REVERSAL.
003552     MOVE CSR-RCN-BKO-BATCH(CSR-RCN-BKO-SUB)
003553         TO CSR-RCN-BKL-BATCH.
003554     MOVE CSR-RCN-BKO-IN(CSR-RCN-BKO-SUB) TO CSR-RCN-BKL-IN.
003555     MOVE CSR-RCN-BKO-OUT(CSR-RCN-BKO-SUB) TO CSR-RCN-BKL-OUT.
003556     MOVE CSR-RCN-BKO-REJ(CSR-RCN-BKO-SUB) TO CSR-RCN-BKL-REJ.
003557     MOVE CSR-RCN-BKO-OPERS(CSR-RCN-BKO-SUB)
003558         TO CSR-RCN-BKL-OPERS.
003559     WRITE CSR-RCN-RPT-RECORD FROM CSR-RCN-BKO-LINE.
003560 4150-EXIT.
003561     EXIT.
003562*
003540*****************************************************************
003550*    5000-FINALIZE - ECHO THE VERDICT TO THE OPERATOR LOG AND
003560*    CLOSE THE REPORT.  ONLY A NIGHTLY BALANCE MARKS THE STEP.
003570*****************************************************************
003580 5000-FINALIZE.
003590     DISPLAY 'CIPHRCON: ' CSR-RCN-TXT-BODY
003600         ' (RETURN CODE ' CSR-RCN-RETURN-CODE ')'.
003602     IF CSR-RCN-RETURN-CODE <= 4 AND NOT CSR-RCN-EXPEDITED
003603         MOVE 'M' TO CSR-CYS-REQUEST-WK
003604         CALL 'CYCSTEP' USING CSR-RCN-RUN-DATE,
003605             CSR-CYS-REQUEST-WK, CSR-CYS-STEP-WK,
