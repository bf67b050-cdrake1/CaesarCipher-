000462*               4 - DESTINATION ROUTE CODE (DEFAULT: BLANK,
000464*                   WHICH THE DISTRIBUTION RUN SUSPENDS - NO
000466*                   TRAFFIC EVER DEFAULTS TO A PARTNER FEED)
000467*               5 - PRIORITY CLASS F (FLASH), I (IMMEDIATE)
000468*                   OR R (ROUTINE, THE DEFAULT)
000469*    A FLASH OR IMMEDIATE INTAKE BUILDS A BATCH FOR THE
000469*    EXPEDITED INTRA-DAY CIPHER RUN: ITS BATCH ID IS THE
000469*    CLASS LETTER, THE DAY OF THE YEAR AND HHMM (A ROUTINE ID
000469*    IS MMDDHHMM AND ALWAYS STARTS WITH A DIGIT, SO THE TWO
000469*    CANNOT COLLIDE), THE JOB STEP POINTS MSGIN AT THE
000469*    EXPEDITED INPUT FILE, AND THE NIGHTLY CYCLE IS LEFT
000469*    ALONE - NO CYCSTEP CHECK OR MARK, AND THE STALE-
000469*    CHECKPOINT SWEEP COVERS THE EXPEDITED RUN'S OWN RESTART
000469*    KEYS INSTEAD OF THE NIGHTLY ONES.
000470*
000480*    MODIFICATION HISTORY
000490*    DATE       INIT DESCRIPTION
000525*                    RUN.  THE CIPHPARM RUN-DATE OVERRIDE IS
000526*                    NOW HONORED SO THE CYCLE RECORD MATCHES
000527*                    THE ONE THE CIPHER STEP WILL CHECK
000528*    10/15/26   CJD  ARGUMENT 5 IS THE PRIORITY CLASS, STAMPED
000529*                    ON THE HEADER AND EVERY DETAIL.  A FLASH
000529*                    OR IMMEDIATE INTAKE FEEDS THE EXPEDITED
000529*                    RUN: OWN BATCH ID, NO CYCLE-STATUS
000529*                    CHANGE, EXPRESS RESTART KEYS SWEPT
000510*************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000880 01  CSR-INT-SHIFT           PIC 9(02) VALUE 0.
000890 01  CSR-INT-KEYWORD         PIC X(20) VALUE SPACES.
000892 01  CSR-INT-ROUTE           PIC X(03) VALUE SPACES.
000894 01  CSR-INT-PRIORITY        PIC X(01) VALUE 'R'.
000895     88  CSR-INT-PRIORITY-VALID   VALUE 'F' 'I' 'R'.
000896     88  CSR-INT-EXPEDITED        VALUE 'F' 'I'.
000900 01  CSR-INT-SHIFT-X         PIC X(02).
000910 01  CSR-INT-SHIFT-X9 REDEFINES CSR-INT-SHIFT-X
000920                             PIC 9(02).
001062     88  CSR-CYS-PROCEED          VALUE 0.
001063     88  CSR-CYS-ORDER-REFUSED    VALUE 20.
001064 01  CSR-CKP-DIGIT           PIC 9(02).
001065 01  CSR-CKP-BASE-KEY        PIC X(08) VALUE 'CAESAR  '.
001066 01  CSR-DAY-OF-YEAR         PIC 9(03).
001067 01  CSR-JAN-FIRST           PIC 9(08).
001060*
001070 PROCEDURE DIVISION.
001080*
001384             CSR-TRACE-STATUS
001386         STOP RUN
001388     END-IF.
001390     PERFORM 1300-SET-BATCH-ID THRU 1300-EXIT.
001400     MOVE SPACES TO CSR-MESSAGE-RECORD.
001410     MOVE 'HDR' TO CSR-HDR-RECORD-TYPE.
001420     MOVE CSR-BATCH-ID TO CSR-HDR-BATCH-ID.
001430     MOVE CSR-TODAY-DATE TO CSR-HDR-CREATE-DATE.
001435     MOVE CSR-INT-PRIORITY TO CSR-HDR-PRIORITY.
001440     WRITE CSR-MESSAGE-RECORD.
001450 1000-EXIT.
001460     EXIT.
001470*
001480*****************************************************************
001490*    1100-GET-ARGUMENTS - ACTION, OPTIONAL MODE, OPTIONAL
001495*    SHIFT OR KEYWORD, ROUTE AND PRIORITY CLASS.
001500*    A BAD COMBINATION STOPS THE RUN HERE
001510*    RATHER THAN BUILDING A FILE THE CIPHER RUN WILL REJECT.
001520*****************************************************************
001530 1100-GET-ARGUMENTS.
002046         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
002047     END-ACCEPT.
002048     MOVE CSR-ARG-VALUE(1:3) TO CSR-INT-ROUTE.
002049     MOVE 5 TO CSR-ARG-NUMBER.
002049     DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
002049     ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
002049         ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
002049     END-ACCEPT.
002049     IF CSR-ARG-VALUE NOT = SPACES
002049         MOVE CSR-ARG-VALUE(1:1) TO CSR-INT-PRIORITY
002049     END-IF.
002049     IF NOT CSR-INT-PRIORITY-VALID
002049         DISPLAY 'MSGINTAK: PRIORITY MUST BE F, I OR R, NOT '
002049             CSR-INT-PRIORITY
002049         STOP RUN
002049     END-IF.
002050 1100-EXIT.
002060     EXIT.
002061*
002089*    EVERY CAESAR 1-9 INSTANCE KEY ARE SWEPT), AND INTAKE MAY
002090*    NOT RUN AGAIN ONCE THE CYCLE'S CIPHER STEP HAS
002091*    COMPLETED.  EVERY REFUSAL ENDS WITH RETURN CODE 20.
002091*    AN EXPEDITED INTAKE IS NOT PART OF THE NIGHTLY CYCLE: IT
002091*    SWEEPS THE EXPRESS RESTART KEYS INSTEAD AND NEVER TOUCHES
002091*    THE CYCLE-STATUS FILE.
002092*****************************************************************
002093 1200-CHECK-CYCLE-ORDER.
002093     IF CSR-INT-EXPEDITED
002093         MOVE 'EXPRESS ' TO CSR-CKP-BASE-KEY
002093     END-IF.
002094     OPEN INPUT CSR-CKP-FILE.
002095     IF CSR-CKPFILE-OK
002096         MOVE CSR-CKP-BASE-KEY TO CSR-CKP-PROGRAM-ID
002097         PERFORM 1230-CHECK-ONE-CKP-KEY THRU 1230-EXIT
002098         PERFORM 1240-CHECK-ONE-INSTANCE THRU 1240-EXIT
002099             VARYING CSR-CKP-DIGIT FROM 1 BY 1
002101             UNTIL CSR-CKP-DIGIT > 9
002102         CLOSE CSR-CKP-FILE
002103     END-IF.
002103     IF CSR-INT-EXPEDITED
002103         GO TO 1200-EXIT
002103     END-IF.
002104     MOVE 'C' TO CSR-CYS-REQUEST-WK.
002105     CALL 'CYCSTEP' USING CSR-RUN-DATE-WK,
002106         CSR-CYS-REQUEST-WK, CSR-CYS-STEP-WK,
002154*
002155*****************************************************************
002156*    1240-CHECK-ONE-INSTANCE - A PARALLEL SPLIT INSTANCE
002157*    CHECKPOINTS UNDER CAESAR (OR EXPRESS) WITH ITS STREAM
002158*    DIGIT IN BYTE 8, SO EVERY INSTANCE KEY GETS THE SAME
002159*    STALE-CHECKPOINT SWEEP THE BASE KEY DOES.
002161*****************************************************************
002162 1240-CHECK-ONE-INSTANCE.
002163     MOVE CSR-CKP-BASE-KEY TO CSR-CKP-PROGRAM-ID.
002164     MOVE CSR-CKP-DIGIT(2:1) TO CSR-CKP-PROGRAM-ID(8:1).
002165     PERFORM 1230-CHECK-ONE-CKP-KEY THRU 1230-EXIT.
002166 1240-EXIT.
002167     EXIT.
002168*
002170*****************************************************************
002171*    1300-SET-BATCH-ID - A ROUTINE BATCH IS MMDDHHMM.  A FLASH
002172*    OR IMMEDIATE BATCH IS THE CLASS LETTER, THE DAY OF THE
002173*    YEAR AND HHMM, SO THE EXPEDITED RUN'S BATCHES CARRY IDS
002174*    OF THEIR OWN THAT NO ROUTINE ID CAN MATCH.
002175*****************************************************************
002176 1300-SET-BATCH-ID.
002177     IF NOT CSR-INT-EXPEDITED
002178         MOVE CSR-TODAY-DATE(5:4) TO CSR-BATCH-ID(1:4)
002179         MOVE CSR-TODAY-TIME(1:4) TO CSR-BATCH-ID(5:4)
002180         GO TO 1300-EXIT
002181     END-IF.
002182     MOVE CSR-TODAY-DATE TO CSR-JAN-FIRST.
002183     MOVE '0101' TO CSR-JAN-FIRST(5:4).
002184     COMPUTE CSR-DAY-OF-YEAR =
002185         FUNCTION INTEGER-OF-DATE(CSR-TODAY-DATE) -
002186         FUNCTION INTEGER-OF-DATE(CSR-JAN-FIRST) + 1.
002187     MOVE CSR-INT-PRIORITY TO CSR-BATCH-ID(1:1).
002188     MOVE CSR-DAY-OF-YEAR TO CSR-BATCH-ID(2:3).
002189     MOVE CSR-TODAY-TIME(1:4) TO CSR-BATCH-ID(5:4).
002190 1300-EXIT.
002191     EXIT.
002192*
002080*****************************************************************
002090*    2000-PROCESS-LINES - MAIN LOOP OVER THE RAW TEXT FILE.
002100*****************************************************************
002850         TO CSR-MSG-TEXT.
002860     MOVE 0 TO CSR-MSG-ENCRYPT-DATE.
002865     MOVE CSR-INT-ROUTE TO CSR-MSG-ROUTE-CODE.
002865     MOVE CSR-INT-PRIORITY TO CSR-MSG-PRIORITY.
002866     PERFORM 2320-COMPUTE-CHECK-VALUE THRU 2320-EXIT.
002867     MOVE CSR-CKV-RESULT TO CSR-MSG-CHECK-VALUE.
002870     WRITE CSR-MESSAGE-RECORD.
003024*    THE CIPHER RUN VERIFIES: EVERY TEXT BYTE'S COLLATING
003025*    ORDINAL, WEIGHTED BY ITS POSITION SO A TRANSPOSED PAIR
003026*    STILL TRIPS IT, SUMMED MODULO 100000.  THE SAME
003027*    ARITHMETIC LIVES IN CAESAR-SALAD AND CIPHREKY - CHANGE
003028*    ALL THREE OR NONE.
003029*****************************************************************
003055 2320-COMPUTE-CHECK-VALUE.
003056     MOVE 0 TO CSR-CKV-SUM.
003200         CSR-LINES-DROPPED-CTR.
003210     DISPLAY 'MSGINTAK: RECORDS BUILT   ' CSR-RECS-BUILT-CTR.
003220     DISPLAY 'MSGINTAK: CONTINUATIONS   ' CSR-SPLITS-MADE-CTR.
003221     IF CSR-INT-EXPEDITED
003221         DISPLAY 'MSGINTAK: PRIORITY ' CSR-INT-PRIORITY
003221             ' - EXPEDITED BATCH, NIGHTLY CYCLE NOT MARKED'
003221         GO TO 4000-EXIT
003221     END-IF.
003222     MOVE 'M' TO CSR-CYS-REQUEST-WK.
003224     CALL 'CYCSTEP' USING CSR-RUN-DATE-WK,
003226         CSR-CYS-REQUEST-WK, CSR-CYS-STEP-WK,
