000539*                    ORDER ACROSS THE SUITE (RETURN CODE 20
000540*                    ON AN OUT-OF-ORDER START) AND REPLACE
000541*                    THE OPERATIONS WHITEBOARD.
000543*    10/15/26   CJD  CIPHER KEYS ARE NOW SCHEDULED PER PARTNER
000544*                    ROUTE (CIPHKEY KEYED BY ROUTE PLUS DATE,
000545*                    MAINTAINED THROUGH KEYMAINT) SO ONE
000546*                    PARTNER'S LEAKED KEY NO LONGER EXPOSES
000547*                    EVERY PARTNER'S TRAFFIC.  A ROUTE WITH NO
000548*                    SCHEDULE OF ITS OWN FALLS BACK TO THE
000549*                    HOUSE SCHEDULE, FLAGGED IN THE AUDIT LOG.
000550*    10/15/26   CJD  THE NEW CIPHREKY RUN RE-ISSUES TRAFFIC
000551*                    ALREADY SHIPPED UNDER A COMPROMISED KEY:
000552*                    IT SCANS THE MSGOUT GENERATIONS FOR THE
000553*                    BURNED KEY DATES, RE-CIPHERS UNDER THE
000554*                    DUAL-CONTROL REPLACEMENT KEYS INTO PER-
000555*                    PARTNER RE-ISSUE FEEDS, AND PRINTS A
000556*                    COMPROMISE IMPACT REPORT.
000557*    10/15/26   CJD  THE NEW CIPHACK RUN TAKES IN THE PARTNER
000558*                    ACKNOWLEDGEMENTS, BALANCES THEM AGAINST
000559*                    THE CIPHDIST FEED AUDIT LINES (WHICH NOW
000560*                    CARRY THE FEED SEQUENCE HASH), POSTS
000561*                    ACKED/NAKED TRACE STATIONS AND REPORTS
000562*                    FEEDS STILL UNDELIVERED.
000563*    10/15/26   CJD  THE NEW CIPHADV RUN WRITES A REJECT
000564*                    ADVICE FILE PER ORIGINATING BATCH FROM
000565*                    MSGREJ AND DSTSUSP, WITH THE REASON IN
000566*                    PLAIN ENGLISH, AND POSTS AN ADVISED TRACE
000567*                    STATION FOR EVERY ITEM ADVISED.
000568*    10/15/26   CJD  THE NEW CIPHCAL BUSINESS-DAY CALENDAR
000569*                    (CALMAINT LOADS AND LISTS IT, CALDAY
000570*                    ANSWERS FROM IT) IS HONORED BY SUSPAGE,
000571*                    KEYMAINT G, CYCSTEP AND AUDTREND.  A CYCLE
000572*                    OPENED ON A NON-BUSINESS DAY NEEDS THE
000573*                    CIPHPARM NON-BUSINESS DATE OVERRIDE.
000574*    10/15/26   CJD  THE NEW CIPHMORN RUN PUTS A CYCLE'S STEPS,
000575*                    BATCH AND FEED AUDIT LINES, REGISTRATIONS,
000576*                    SUSPENSE, RESTART POINTS, PENDING KEY
000577*                    APPROVALS AND KEY COVERAGE ON ONE MORNING
000578*                    PAGE WITH A GREEN/AMBER/RED STATUS.
000579*    10/15/26   CJD  THE NEW CIPHBACK RUN BACKS OUT ONE BAD
000580*                    BATCH UNDER DUAL CONTROL: REGISTRATION
000581*                    MARKED REVERSED, A REVERSING AUDIT LINE
000582*                    THAT CIPHRCON AND AUDTREND NET OUT,
000583*                    BACKOUT TRACE STATIONS, THE CHECKPOINT
000584*                    CLEARED AND AN OPEN CYCLE'S CIPHER AND
000585*                    RECON STEPS RESET - SO THAT BATCH ALONE
000586*                    RERUNS WITHOUT THE FORCE SWITCH.
000587*    10/15/26   CJD  A CIPHOPR OPERATOR AUTHORITY FILE (OPRMAINT
000588*                    MAINTAINS IT, OPRCHK ANSWERS FROM IT) NOW
000589*                    GATES CIPHER-SCREEN BEHIND A SIGN-ON WITH
000590*                    LOCKOUT AND PER-ACTION AUTHORITY, AND EVERY
000591*                    BATCH RUN ACTION BEHIND THE SUBMITTING
000592*                    OPERATOR ID.  SIGN-ONS, REFUSALS AND AD HOC
000593*                    ENCODES/DECODES GO TO THE CIPHSEC LOG.
000594*    10/15/26   CJD  MESSAGES CARRY A PRIORITY CLASS (FLASH,
000595*                    IMMEDIATE, ROUTINE) FROM MSGINTAK.  FLASH
000596*                    AND IMMEDIATE BATCHES CAN GO THROUGH AN
000597*                    EXPEDITED INTRA-DAY RUN (CAESAR-SALAD
000598*                    ACTION P, CIPHDIST AND CIPHRCON ARGUMENT
000599*                    P) WITH THEIR OWN BATCH IDS, RESTART KEY,
000600*                    REGISTRATIONS AND AUDIT LINES, LEAVING THE
000601*                    NIGHTLY CYCLE'S STATUS AND BALANCE ALONE.
000602*    10/15/26   CJD  THE NEW CIPHRSND RUN ANSWERS PARTNER RESEND
000603*                    REQUESTS FROM THE MSGOUT GENERATIONS: ONE
000604*                    RESEND FEED PER PARTNER WITH ITS OWN
000605*                    CONTROL RECORDS, AUDIT LINE AND RESENT
000606*                    TRACE STATIONS, AND AN EXCEPTIONS REPORT
000607*                    FOR WHAT COULD NOT BE SENT.
000608*    10/15/26   CJD  THE NEW CIPHSTMT RUN PRINTS THE MONTHLY
000609*                    PER-PARTNER TRAFFIC AND CHARGES STATEMENT
000610*                    FROM THE FEED AUDIT LINES AND THE CIPHRATE
000611*                    RATE TABLE, WITH A BILLING SUMMARY FILE
000612*                    WHOSE CONTROL TOTALS TIE TO CIPHAUD.
000542*****************************************************************
000460  IDENTIFICATION DIVISION.
000470  PROGRAM-ID. Caesar-salad.
000898*                    CAESARB LINE WITH THE RESUME FLAG -
000899*                    RECORDS-IN IS NOW THE BATCH'S OWN DETAIL
000901*                    COUNT, EXACT ACROSS RESTARTS.
000903*    10/15/26   CJD  A RECORD WITHOUT A KEY OF ITS OWN IS NOW
000904*                    CIPHERED UNDER ITS ROUTE'S KEY - ROUTE
000905*                    PLUS RUN DATE ON ENCRYPT, ROUTE PLUS THE
000906*                    STAMPED ENCRYPTION DATE ON DECRYPT.  A
000907*                    ROUTE WITH NO KEY FOR THE DATE FALLS BACK
000908*                    TO THE HOUSE SCHEDULE (BLANK ROUTE) AND
000909*                    THE BATCH AND RUN AUDIT RECORDS CARRY THE
000910*                    HOUSE-KEY FALLBACK FLAG.
000911*    10/15/26   CJD  A BATCH WHOSE CIPHBRG REGISTRATION CIPHBACK
000912*                    HAS MARKED REVERSED PASSES THE DUPLICATE
000913*                    CHECK WITHOUT THE FORCE SWITCH AND IS
000914*                    RE-REGISTERED AS ACTIVE.
000915*    10/15/26   CJD  ARGUMENT 3 IS THE SUBMITTING OPERATOR ID,
000916*                    CHECKED THROUGH OPRCHK AGAINST CIPHOPR FOR
000917*                    THE RUN ACTION (RETURN CODE 24 WHEN
000918*                    REFUSED OR MISSING); ARGUMENT 2 TAKES '-'
000919*                    FOR AN UNSPLIT RUN.  AN INTERACTIVE RUN
000920*                    SIGNS ON AT THE SCREEN INSTEAD AND ITS
000921*                    AUDIT RECORD NOW CARRIES THE OPERATOR ID
000922*                    IN THE KEYWORD FIELD.
000923*    10/15/26   CJD  RUN ACTION P IS THE EXPEDITED INTRA-DAY
000924*                    RUN FOR FLASH AND IMMEDIATE TRAFFIC.  IT
000925*                    CHECKPOINTS UNDER EXPRESS, AUDITS AS
000926*                    EXPRESS/EXPRESSB, REGISTERS ITS BATCHES
000927*                    UNDER EXPRESS, SKIPS THE CYCLE-STATUS
000928*                    CHECK AND MARK, AND SENDS ANY ROUTINE
000929*                    RECORD TO SUSPENSE (REASON PR) FOR THE
000929*                    NIGHTLY RUN.  THE JOB STEP POINTS THE
000929*                    TRAFFIC AND SUSPENSE FILES AT THE
000929*                    EXPEDITED ONES.
000902*************************************************************
000820  ENVIRONMENT DIVISION.
000830  CONFIGURATION SECTION.
000940      SELECT CSR-KEY-FILE ASSIGN TO "CIPHKEY"
000950          ORGANIZATION IS INDEXED
000960          ACCESS MODE IS DYNAMIC
000970          RECORD KEY IS CSR-KEY-ID
000980          FILE STATUS IS CSR-KEYFILE-STATUS.
000990      SELECT CSR-AUDIT-FILE ASSIGN TO "CIPHAUD"
001000          ORGANIZATION IS LINE SEQUENTIAL
001120      COPY CSRMSG.
001130  FD  CSR-MSG-OUT-FILE
001140      LABEL RECORDS ARE STANDARD.
001150  01  CSR-MSG-OUT-RECORD      PIC X(182).
001151  FD  CSR-REJ-OUT-FILE
001152      LABEL RECORDS ARE STANDARD.
001153      COPY CSRREJ.
001154  FD  CSR-REJ-IN-FILE
001155      LABEL RECORDS ARE STANDARD.
001156  01  CSR-REJ-IN-RECORD.
001157      05  CSR-REJ-IN-MESSAGE  PIC X(182).
001158      05  FILLER              PIC X(02).
001159      05  CSR-REJ-IN-BATCH-ID PIC X(08).
001160      05  FILLER              PIC X(12).
001400      88  CSR-RUN-SOLVE            VALUE 'X'.
001410      88  CSR-RUN-INTERACTIVE      VALUE 'I'.
001415      88  CSR-RUN-REPROCESS        VALUE 'R'.
001416      88  CSR-RUN-EXPEDITED        VALUE 'P'.
001420  01  CSR-ARG-VALUE            PIC X(20).
001430  01  CSR-ARG-NUMBER           PIC 9(02) COMP VALUE 0.
001440  01  CSR-CKP-INTERVAL         PIC 9(03) VALUE 10.
001580  01  CSR-ACTION-VALID-SW      PIC X(01).
001590      88  CSR-ACTION-IS-VALID      VALUE 'Y'.
001595  01  CSR-REJ-REASON-WK        PIC X(02).
001597  01  CSR-MSG-INPUT-IMAGE      PIC X(182).
001598  01  CSR-MSG-INPUT-IMAGE-R REDEFINES CSR-MSG-INPUT-IMAGE.
001599      05  FILLER               PIC X(33).
001601      05  CSR-IMG-TEXT         PIC X(132).
001602      05  FILLER               PIC X(17).
001600  01  CSR-AUD-OVERRIDE-SW      PIC X(01) VALUE 'N'.
001610      88  CSR-AUD-OVERRIDE-USED    VALUE 'Y'.
001620  01  CSR-INT-TXN-COUNT        PIC 9(05) VALUE 0.
001630  01  CSR-INT-REJ-COUNT        PIC 9(05) VALUE 0.
001635  01  CSR-RUN-OPERATOR-ID      PIC X(08) VALUE SPACES.
001640  01  CSR-TODAY-DATE           PIC 9(08).
001650  01  CSR-TODAY-TIME           PIC 9(08).
001652  01  CSR-BAT-HDR-SW           PIC X(01) VALUE 'N'.
001655      88  CSR-BAT-TRL-SEEN         VALUE 'Y'.
001656  01  CSR-BAT-ID               PIC X(08) VALUE SPACES.
001657  01  CSR-BAT-EXP-COUNT        PIC 9(07) VALUE 0.
001658      COPY CSROCK.
001658  01  CSR-BAT-EXP-HASH         PIC 9(10) VALUE 0.
001659  01  CSR-BAT-READ-CTR         PIC 9(07) VALUE 0.
001661  01  CSR-BAT-SEQ-HASH         PIC 9(10) VALUE 0.
001672  01  CSR-CACHE-SHIFT          PIC 9(02).
001673  01  CSR-CACHE-MODE           PIC X(01).
001674  01  CSR-CACHE-KEYWORD        PIC X(20).
001674  01  CSR-KEYROUTE-CACHE       PIC X(03) VALUE HIGH-VALUES.
001674  01  CSR-CACHE-SOURCE-SW      PIC X(01).
001674      88  CSR-CACHE-ROUTE-KEY      VALUE 'R'.
001674      88  CSR-CACHE-HOUSE-KEY      VALUE 'H'.
001674      88  CSR-CACHE-DEFAULT-KEY    VALUE 'D'.
001674  01  CSR-KEY-ROUTE-WK         PIC X(03).
001674  01  CSR-KEY-DATE-WK          PIC 9(08).
001674  01  CSR-KEY-FALLBACK-SW      PIC X(01) VALUE 'N'.
001674      88  CSR-KEY-FALLBACK-USED    VALUE 'Y'.
001674  01  CSR-BAT-FALLBACK-SW      PIC X(01) VALUE 'N'.
001674      88  CSR-BAT-FALLBACK-USED    VALUE 'Y'.
001675  01  CSR-KEYFILE-OPEN-SW      PIC X(01) VALUE 'N'.
001676      88  CSR-KEYFILE-IS-OPEN      VALUE 'Y'.
001680  01  CSR-VERIFY-SW            PIC X(01) VALUE 'N'.
001950          STOP RUN
001960      END-IF.
001970      PERFORM 1100-GET-ARGUMENTS THRU 1100-EXIT.
001975      PERFORM 1125-CHECK-OPERATOR THRU 1125-EXIT.
001980      ACCEPT CSR-TODAY-DATE FROM DATE YYYYMMDD.
001990      ACCEPT CSR-TODAY-TIME FROM TIME.
001992      PERFORM 1150-READ-RUN-PARMS THRU 1150-EXIT.
002162*    ARGUMENT 2 SO IT CHECKPOINTS UNDER ITS OWN RESTART KEY
002163*    INSTEAD OF EVERY INSTANCE FIGHTING OVER ONE.  THE STREAM
002164*    TRAFFIC FILES THEMSELVES ARE POINTED AT MSGIN/MSGOUT BY
002165*    THE INSTANCE'S OWN FILE ASSIGNMENTS.  AN UNSPLIT RUN
002166*    THAT MUST STILL PASS ARGUMENT 3 KEYS '-' HERE.
002166      MOVE 2 TO CSR-ARG-NUMBER.
002167      DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
002168      ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
002169          ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
002170      END-ACCEPT.
002171      IF CSR-ARG-VALUE NOT = SPACES AND CSR-ARG-VALUE NOT = '-'
002172          MOVE CSR-ARG-VALUE(1:1) TO CSR-INSTANCE-ID
002173          IF NOT CSR-INSTANCE-SET
002174              DISPLAY 'CAESAR-SALAD: INSTANCE MUST BE 1-9, '
002176              STOP RUN
002177          END-IF
002178      END-IF.
002178*    ARGUMENT 3 IS THE OPERATOR SUBMITTING THE RUN.
002179      MOVE 3 TO CSR-ARG-NUMBER.
002180      DISPLAY CSR-ARG-NUMBER UPON ARGUMENT-NUMBER.
002181      ACCEPT CSR-ARG-VALUE FROM ARGUMENT-VALUE
002182          ON EXCEPTION MOVE SPACES TO CSR-ARG-VALUE
002183      END-ACCEPT.
002184      MOVE CSR-ARG-VALUE TO CSR-RUN-OPERATOR-ID.
002185  1100-EXIT.
002186      EXIT.
002187*
002188*****************************************************************
002189*    1125-CHECK-OPERATOR - EVERY BATCH RUN ACTION NEEDS A
002190*    SUBMITTING OPERATOR ON CIPHOPR WHO HOLDS THAT ACTION -
002191*    SOLVE (X) AND REPROCESS (R) AS THEMSELVES, A STANDARD RUN
002192*    AS ENCODE (E) OR DECODE (D) BY ITS RUN ACTION (AN
002192*    EXPEDITED RUN, P, CHECKS AS ENCODE).  A MISSING,
002193*    UNKNOWN, LOCKED OR UNAUTHORIZED ID ENDS THE RUN WITH
002194*    RETURN CODE 24 BEFORE ANY FILE IS TOUCHED.  AN
002195*    INTERACTIVE RUN SIGNS ON AT THE SCREEN INSTEAD.
002196*****************************************************************
002197  1125-CHECK-OPERATOR.
002198      IF CSR-RUN-INTERACTIVE
002199          GO TO 1125-EXIT
002200      END-IF.
002201      MOVE SPACES TO CSR-OPERATOR-REQUEST.
002202      MOVE 'A' TO CSR-OCK-REQUEST.
002203      MOVE 'CAESAR  ' TO CSR-OCK-CALLER.
002204      MOVE CSR-RUN-OPERATOR-ID TO CSR-OCK-OPERATOR-ID.
002205      IF CSR-RUN-ACTION = 'D' OR CSR-RUN-SOLVE
002206              OR CSR-RUN-REPROCESS
002207          MOVE CSR-RUN-ACTION TO CSR-OCK-ACTION
002208      ELSE
002209          MOVE 'E' TO CSR-OCK-ACTION
002210      END-IF.
002211      MOVE 0 TO CSR-OCK-TEXT-LENGTH.
002212      MOVE 0 TO CSR-OCK-RETURN-CODE.
002213      IF CSR-RUN-OPERATOR-ID = SPACES
002214          DISPLAY 'CAESAR-SALAD: NO OPERATOR ID (ARGUMENT 3) - '
002215              'RUN REFUSED'
002216          MOVE 24 TO RETURN-CODE
002217          STOP RUN
002218      END-IF.
002219      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
002220      IF NOT CSR-OCK-OK
002221          DISPLAY 'CAESAR-SALAD: OPERATOR ' CSR-RUN-OPERATOR-ID
002222              ' REFUSED ACTION ' CSR-OCK-ACTION
002223              ', OPRCHK RETURN CODE ' CSR-OCK-RETURN-CODE
002224          MOVE 'C' TO CSR-OCK-REQUEST
002225          CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST
002226          MOVE 24 TO RETURN-CODE
002227          STOP RUN
002228      END-IF.
002229      DISPLAY 'CAESAR-SALAD: RUN AUTHORIZED FOR '
002230          CSR-OCK-OPERATOR-NAME.
002231      MOVE 'L' TO CSR-OCK-REQUEST.
002232      MOVE 'BATCHRUN' TO CSR-OCK-EVENT.
002233      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
002234      MOVE 'C' TO CSR-OCK-REQUEST.
002235      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
002236  1125-EXIT.
002237      EXIT.
002182*
002183*****************************************************************
002184*    1150-READ-RUN-PARMS - READ THE RUN-CONTROL PARAMETER
002226*****************************************************************
002227*    1175-CHECK-CYCLE-ORDER - A STANDARD BATCH CIPHER RUN MAY
002228*    NOT START UNTIL THE CYCLE'S INTAKE STEP IS COMPLETE.
002229*    INTERACTIVE, SOLVE, REPROCESS AND EXPEDITED RUNS ARE NOT
002230*    PART OF THE NIGHTLY STEP ORDER AND PASS UNCHECKED.  A
002231*    REFUSAL ENDS WITH RETURN CODE 20 - DISTINCT FROM EVERY
002232*    OTHER VERDICT THIS DRIVER GIVES.
002233*****************************************************************
002234  1175-CHECK-CYCLE-ORDER.
002235      IF CSR-RUN-INTERACTIVE OR CSR-RUN-SOLVE
002236              OR CSR-RUN-REPROCESS OR CSR-RUN-EXPEDITED
002237          GO TO 1175-EXIT
002238      END-IF.
002239      MOVE 'C' TO CSR-CYS-REQUEST-WK.
002227*    1200-READ-DAILY-KEY - LOOK UP THE RUN DATE'S SHIFT KEY IN
002228*    THE INDEXED KEY FILE.  IF NO ROW IS ON FILE FOR THAT DAY,
002229*    FALL BACK TO THE HOUSE DEFAULT (CAESAR, SHIFT OF 7) THAT
002230*    USED TO BE HARD-CODED HERE.  THE DAILY KEY IS THE HOUSE
002231*    SCHEDULE'S ENTRY (BLANK ROUTE CODE) - PER-ROUTE KEYS ARE
002232*    LOOKED UP RECORD BY RECORD IN 2350.
002250*****************************************************************
002260  1200-READ-DAILY-KEY.
002270      MOVE 7 TO CSR-DAILY-SHIFT.
002300      OPEN INPUT CSR-KEY-FILE.
002310      IF CSR-KEYFILE-OK OR CSR-KEYFILE-NOTFOUND
002320          IF CSR-KEYFILE-OK
002325              MOVE SPACES TO CSR-KEY-ROUTE-CODE
002330              MOVE CSR-RUN-DATE-WK TO CSR-KEY-DATE
002340              READ CSR-KEY-FILE
002350                  KEY IS CSR-KEY-ID
002360                  INVALID KEY
002370                      CONTINUE
002380                  NOT INVALID KEY
002540*    IT IF THIS IS THE FIRST RUN) AND SEE WHETHER A PRIOR RUN
002550*    LEFT A RESTART POINT BEHIND.  SOLVE BATCH RUNS AND THE
002560*    NORMAL ENCRYPT/DECRYPT BATCH PATH KEEP SEPARATE RESTART
002570*    KEYS IN THE SAME CHECKPOINT FILE, AND SO DOES THE
002575*    EXPEDITED RUN, SO AN INTRA-DAY RUN NEVER DISTURBS THE
002576*    NIGHTLY RESTART POINT.
002580*****************************************************************
002590  1300-OPEN-CHECKPOINT.
002600      OPEN I-O CSR-CHECKPOINT-FILE.
002692          IF CSR-RUN-REPROCESS
002694              MOVE 'REPROC  ' TO CSR-CKP-RUN-PROGRAM-ID
002696          ELSE
002697              IF CSR-RUN-EXPEDITED
002698                  MOVE 'EXPRESS ' TO CSR-CKP-RUN-PROGRAM-ID
002699              ELSE
002700                  MOVE 'CAESAR  ' TO CSR-CKP-RUN-PROGRAM-ID
002701              END-IF
002704          END-IF
002710      END-IF.
002712*    A PARALLEL INSTANCE STAMPS ITS STREAM DIGIT INTO THE LAST
003386          GO TO 2120-EXIT
003387      END-IF.
003388      MOVE 0 TO CSR-BAT-READ-CTR.
003388      MOVE 'N' TO CSR-BAT-FALLBACK-SW.
003389      MOVE 0 TO CSR-BAT-SEQ-HASH.
003390      MOVE 0 TO CSR-BAT-EXP-COUNT.
003391      MOVE 0 TO CSR-BAT-EXP-HASH.
003419*    SWITCH IS THE DOCUMENTED PATH FOR A LEGITIMATE RERUN.
003420*    A RESTART'S SKIP PHASE REPLAYS HEADERS ALREADY REGISTERED
003421*    BY THIS RUN'S OWN EARLIER ATTEMPT, SO IT PASSES UNCHECKED.
003421*    A REGISTRATION CIPHBACK HAS MARKED REVERSED IS NOT A
003421*    DUPLICATE - THAT BATCH WAS BACKED OUT UNDER DUAL CONTROL
003421*    SO IT COULD BE RUN AGAIN, AND 2955 RE-REGISTERS IT.
003422*****************************************************************
003423  2125-CHECK-BATCH-REGISTRY.
003424      IF CSR-IN-SKIP-PHASE
003435          INVALID KEY
003436              CONTINUE
003437          NOT INVALID KEY
003437              IF CSR-BRG-REVERSED
003437                  DISPLAY 'CAESAR-SALAD: BATCH ' CSR-BAT-ID
003437                      ' WAS BACKED OUT - ACCEPTED FOR RERUN'
003437                  GO TO 2125-EXIT
003437              END-IF
003438              DISPLAY 'CAESAR-SALAD: BATCH ' CSR-BAT-ID
003439                  ' ALREADY PROCESSED ON ' CSR-BRG-RUN-DATE
003440                  ' AT ' CSR-BRG-RUN-TIME
003405*    RECORDS.  A RECORD WHOSE ACTION CODE IS NEITHER E NOR D
003410*    IS REJECTED RATHER THAN DEFAULTED TO DECRYPT.  EVERY
003415*    REJECT IS WRITTEN TO THE SUSPENSE FILE WITH ITS REASON.
003416*    THE EXPEDITED RUN CIPHERS FLASH AND IMMEDIATE TRAFFIC
003417*    ONLY; A ROUTINE RECORD THAT REACHES IT IS SUSPENDED
003418*    (REASON PR) UNTOUCHED, FOR THE NIGHTLY RUN.
003420*****************************************************************
003430  2200-CIPHER-ONE-RECORD.
003440      ADD 1 TO CSR-RECS-IN-CTR.
003494          PERFORM 2280-WRITE-REJECT-REC THRU 2280-EXIT
003500          GO TO 2200-CHECKPOINT-CHECK
003510      END-IF.
003510      IF CSR-RUN-EXPEDITED AND NOT CSR-MSG-EXPEDITED
003510          ADD 1 TO CSR-RECS-REJ-CTR
003510          DISPLAY 'CAESAR-SALAD: RECORD ' CSR-MSG-SEQ-NO
003510              ' SUSPENDED, ROUTINE PRIORITY IN EXPEDITED RUN'
003510          MOVE 'PR' TO CSR-REJ-REASON-WK
003510          PERFORM 2280-WRITE-REJECT-REC THRU 2280-EXIT
003510          GO TO 2200-CHECKPOINT-CHECK
003510      END-IF.
003511*    A STAMPED CHECK VALUE IS VERIFIED AGAINST THE TEXT AS IT
003512*    ARRIVED, BEFORE ANY CIPHERING - A RECORD CORRUPTED
003513*    INSIDE THE BATCH GOES TO SUSPENSE (REASON CK) INSTEAD OF
003954*    CHECK MSGINTAK STAMPS AT INTAKE: EVERY TEXT BYTE'S
003955*    COLLATING ORDINAL, WEIGHTED BY ITS POSITION SO A
003956*    TRANSPOSED PAIR STILL TRIPS IT, SUMMED MODULO 100000.
003957*    THE SAME ARITHMETIC LIVES IN MSGINTAK AND CIPHREKY -
003958*    CHANGE ALL THREE OR NONE.  RUN OVER THE TEXT IN THE
003959*    RECORD AREA, SO THE CALLER PICKS WHETHER IT CHECKS THE
003960*    ARRIVED TEXT OR RESTAMPS THE CIPHERED TEXT.
003961*****************************************************************
003962  2275-COMPUTE-CHECK-VALUE.
003963      MOVE 0 TO CSR-CKV-SUM.
004003*
004004*****************************************************************
004005*    2300-APPLY-DEFAULT-KEY - A MESSAGE RECORD MAY CARRY ITS
004006*    OWN SHIFT/MODE/KEYWORD; IF IT DOES NOT, THE KEY FOR ITS
004007*    ROUTE FROM THE KEY FILE IS USED INSTEAD - THE RUN DATE'S
004008*    ON ENCRYPT, THE STAMPED ENCRYPTION DATE'S ON DECRYPT.
004009*    UNROUTED TRAFFIC FOR THE RUN DATE TAKES THE DAILY HOUSE
004010*    KEY ALREADY IN HAND.  A PER-RECORD OVERRIDE IS NOTED FOR
004011*    THE RUN'S AUDIT RECORD.
004012*****************************************************************
004030  2300-APPLY-DEFAULT-KEY.
004040      IF CSR-MSG-SHIFT-KEY = 0
004050          AND CSR-MSG-CIPHER-MODE = SPACE
004051          MOVE CSR-MSG-ROUTE-CODE TO CSR-KEY-ROUTE-WK
004052          MOVE CSR-RUN-DATE-WK TO CSR-KEY-DATE-WK
004053          IF CSR-ACTION-DECRYPT
004054              AND CSR-MSG-ENCRYPT-DATE NUMERIC
004056              AND CSR-MSG-ENCRYPT-DATE > 0
004058              MOVE CSR-MSG-ENCRYPT-DATE TO CSR-KEY-DATE-WK
004059          END-IF
004060          IF CSR-KEY-ROUTE-WK = SPACES
004061              AND CSR-KEY-DATE-WK = CSR-RUN-DATE-WK
004064              MOVE CSR-DAILY-SHIFT TO CSR-WORK-SHIFT
004070              MOVE CSR-DAILY-MODE TO CSR-WORK-MODE
004080              MOVE CSR-DAILY-KEYWORD TO CSR-WORK-KEYWORD
004082          ELSE
004084              PERFORM 2350-READ-ROUTE-KEY THRU 2350-EXIT
004085          END-IF
004090      ELSE
004100          MOVE CSR-MSG-SHIFT-KEY TO CSR-WORK-SHIFT
004160      EXIT.
004161*
004162*****************************************************************
004163*    2350-READ-ROUTE-KEY - PICK UP THE KEY FOR THE RECORD'S
004164*    ROUTE AND KEY DATE.  THE LAST ROUTE AND DATE LOOKED UP
004165*    ARE CACHED, SO A FILE FULL OF ONE PARTNER'S TRAFFIC COSTS
004166*    ONE READ.  ANY KEY OTHER THAN THE DAILY HOUSE KEY MARKS
004167*    THE RUN AS OVERRIDDEN (THE AUDIT RECORD CAN ONLY SHOW
004168*    ONE KEY), AND A ROUTED RECORD THAT HAD TO BORROW THE
004169*    HOUSE SCHEDULE RAISES THE HOUSE-KEY FALLBACK FLAG ON ITS
004170*    BATCH AND RUN AUDIT RECORDS.
004171*****************************************************************
004173  2350-READ-ROUTE-KEY.
004174      IF CSR-KEY-ROUTE-WK NOT = CSR-KEYROUTE-CACHE
004175              OR CSR-KEY-DATE-WK NOT = CSR-KEYDATE-CACHE
004176          PERFORM 2355-LOOK-UP-ROUTE-KEY THRU 2355-EXIT
004177          MOVE CSR-KEY-ROUTE-WK TO CSR-KEYROUTE-CACHE
004178          MOVE CSR-KEY-DATE-WK TO CSR-KEYDATE-CACHE
004179      END-IF.
004207      MOVE CSR-CACHE-SHIFT TO CSR-WORK-SHIFT.
004208      MOVE CSR-CACHE-MODE TO CSR-WORK-MODE.
004209      MOVE CSR-CACHE-KEYWORD TO CSR-WORK-KEYWORD.
004210      IF CSR-CACHE-ROUTE-KEY
004211              OR CSR-KEY-DATE-WK NOT = CSR-RUN-DATE-WK
004212          SET CSR-AUD-OVERRIDE-USED TO TRUE
004213      END-IF.
004214      IF CSR-KEY-ROUTE-WK NOT = SPACES
004215              AND NOT CSR-CACHE-ROUTE-KEY
004216          SET CSR-KEY-FALLBACK-USED TO TRUE
004217          SET CSR-BAT-FALLBACK-USED TO TRUE
004218      END-IF.
004219  2350-EXIT.
004220      EXIT.
004221*
004222*****************************************************************
004223*    2355-LOOK-UP-ROUTE-KEY - READ THE ROUTE'S OWN ENTRY FOR
004224*    THE KEY DATE; FAILING THAT, THE HOUSE SCHEDULE'S ENTRY
004225*    FOR THE SAME DATE; FAILING THAT, THE DAY'S DEFAULT.  EACH
004226*    FALLBACK IS WARNED ONCE PER DISTINCT ROUTE AND DATE.
004227*****************************************************************
004228  2355-LOOK-UP-ROUTE-KEY.
004229      MOVE CSR-DAILY-SHIFT TO CSR-CACHE-SHIFT.
004230      MOVE CSR-DAILY-MODE TO CSR-CACHE-MODE.
004231      MOVE CSR-DAILY-KEYWORD TO CSR-CACHE-KEYWORD.
004232      MOVE 'D' TO CSR-CACHE-SOURCE-SW.
004233      IF NOT CSR-KEYFILE-IS-OPEN
004234          OPEN INPUT CSR-KEY-FILE
004235          IF CSR-KEYFILE-OK
004236              SET CSR-KEYFILE-IS-OPEN TO TRUE
004237          ELSE
004238              DISPLAY 'CAESAR-SALAD: KEY FILE OPEN FOR '
004239                  'ROUTE KEY FAILED, STATUS = '
004240                  CSR-KEYFILE-STATUS ' - DAILY KEY USED'
004241              GO TO 2355-EXIT
004242          END-IF
004243      END-IF.
004244      IF CSR-KEY-ROUTE-WK NOT = SPACES
004245          MOVE CSR-KEY-ROUTE-WK TO CSR-KEY-ROUTE-CODE
004246          MOVE CSR-KEY-DATE-WK TO CSR-KEY-DATE
004247          READ CSR-KEY-FILE
004248              KEY IS CSR-KEY-ID
004249              INVALID KEY
004250                  CONTINUE
004251              NOT INVALID KEY
004252                  MOVE CSR-KEY-SHIFT-VALUE TO CSR-CACHE-SHIFT
004253                  MOVE CSR-KEY-CIPHER-MODE TO CSR-CACHE-MODE
004254                  MOVE CSR-KEY-KEYWORD TO CSR-CACHE-KEYWORD
004255                  MOVE 'R' TO CSR-CACHE-SOURCE-SW
004256          END-READ
004257          IF CSR-CACHE-ROUTE-KEY
004258              GO TO 2355-EXIT
004259          END-IF
004260          DISPLAY 'CAESAR-SALAD: NO KEY FOR ROUTE '
004261              CSR-KEY-ROUTE-WK ' ON ' CSR-KEY-DATE-WK
004262              ' - HOUSE SCHEDULE USED'
004263      END-IF.
004264*    THE RUN DATE'S HOUSE ENTRY IS THE DAILY KEY ALREADY READ.
004265      IF CSR-KEY-DATE-WK = CSR-RUN-DATE-WK
004266          MOVE 'H' TO CSR-CACHE-SOURCE-SW
004267          GO TO 2355-EXIT
004268      END-IF.
004269      MOVE SPACES TO CSR-KEY-ROUTE-CODE.
004270      MOVE CSR-KEY-DATE-WK TO CSR-KEY-DATE.
004271      READ CSR-KEY-FILE
004272          KEY IS CSR-KEY-ID
004273          INVALID KEY
004274              DISPLAY 'CAESAR-SALAD: NO KEY ON FILE '
004275                  'FOR ' CSR-KEY-DATE-WK
004276                  ' - DAILY KEY USED'
004277          NOT INVALID KEY
004278              MOVE CSR-KEY-SHIFT-VALUE TO CSR-CACHE-SHIFT
004279              MOVE CSR-KEY-CIPHER-MODE TO CSR-CACHE-MODE
004280              MOVE CSR-KEY-KEYWORD TO CSR-CACHE-KEYWORD
004281              MOVE 'H' TO CSR-CACHE-SOURCE-SW
004282      END-READ.
004283  2355-EXIT.
004284      EXIT.
004285*
004214*****************************************************************
004215*    2500-PROCESS-SOLVE - CRACK AN UNKNOWN-KEY MESSAGE BY
004216*    HANDING IT TO SOLVE FOR A FULL BRUTE-FORCE REPORT.
004646*    COUNTS ARE THE RUN COUNTERS LESS THEIR VALUES WHEN THE
004647*    BATCH'S HEADER ARRIVED, SO FOR A BATCH THAT WAS IN
004648*    PROGRESS AT A RESTART THEY COVER ONLY THE RESUMED
004649*    PORTION AND THE LINE CARRIES THE RESUME FLAG.  THE
004649*    EXPEDITED RUN'S BATCH LINES ARE EXPRESSB.
004650*****************************************************************
004647  2950-WRITE-BATCH-AUDIT.
004648      OPEN EXTEND CSR-AUDIT-FILE.
004652      MOVE SPACES TO CSR-AUDIT-RECORD.
004653      MOVE CSR-RUN-DATE-WK TO CSR-AUD-RUN-DATE.
004654      MOVE CSR-TODAY-TIME TO CSR-AUD-RUN-TIME.
004655      IF CSR-RUN-EXPEDITED
004655          MOVE 'EXPRESSB' TO CSR-AUD-PROGRAM-ID
004655      ELSE
004655          MOVE 'CAESARB ' TO CSR-AUD-PROGRAM-ID
004655      END-IF.
004656      MOVE CSR-RUN-ACTION TO CSR-AUD-ACTION.
004657      MOVE CSR-BAT-ID TO CSR-AUD-BATCH-ID.
004658      IF CSR-RUN-SOLVE
004690              ' SPANS A RESTART - ITS AUDIT LINE COVERS '
004691              'THE RESUMED PORTION ONLY'
004692      END-IF.
004692      IF CSR-BAT-FALLBACK-USED
004692          SET CSR-AUD-HOUSE-FALLBACK TO TRUE
004692      ELSE
004692          MOVE 'N' TO CSR-AUD-KEY-FALLBACK
004692      END-IF.
004693      WRITE CSR-AUDIT-RECORD.
004694      IF CSR-AUDIT-STATUS NOT = '00'
004695          DISPLAY 'CAESAR-SALAD: BATCH AUDIT RECORD NOT '
005096*    THE LAST RECORD PER INSTANCE WITHOUT DOUBLE-COUNTING A
005097*    CHECKPOINT RERUN, WHILE CIPHRCON AND AUDTREND (WHICH
005098*    MATCH 'CAESAR  ' EXACTLY) SEE ONLY SINGLE-INSTANCE RUNS
005099*    AND THE MERGED SUMMARY.  THE EXPEDITED RUN STAMPS ITS
005099*    RESTART KEY (EXPRESS) TOO, SO IT IS BALANCED ON ITS OWN.
005100      IF CSR-INSTANCE-SET OR CSR-RUN-EXPEDITED
005101          MOVE CSR-CKP-RUN-PROGRAM-ID TO CSR-AUD-PROGRAM-ID
005102      ELSE
005103          MOVE 'CAESAR  ' TO CSR-AUD-PROGRAM-ID
005120      IF CSR-RUN-INTERACTIVE
005130          MOVE SPACES TO CSR-AUD-CIPHER-MODE
005140          MOVE 0 TO CSR-AUD-SHIFT-KEY
005150          MOVE CSR-RUN-OPERATOR-ID TO CSR-AUD-KEYWORD
005160          SET CSR-AUD-KEY-OVERRIDDEN TO TRUE
005170          COMPUTE CSR-AUD-RECS-IN =
005180              CSR-INT-TXN-COUNT + CSR-INT-REJ-COUNT
005380          MOVE CSR-RECS-OUT-CTR TO CSR-AUD-RECS-OUT
005390          MOVE CSR-RECS-REJ-CTR TO CSR-AUD-RECS-REJECTED
005400      END-IF.
005402      IF CSR-KEY-FALLBACK-USED
005404          SET CSR-AUD-HOUSE-FALLBACK TO TRUE
005406      ELSE
005408          MOVE 'N' TO CSR-AUD-KEY-FALLBACK
005409      END-IF.
005410      WRITE CSR-AUDIT-RECORD.
005412      IF CSR-AUDIT-STATUS NOT = '00'
005414          DISPLAY 'CAESAR-SALAD: AUDIT RECORD NOT WRITTEN, '
005420      CLOSE CSR-AUDIT-FILE.
005421      IF NOT CSR-RUN-INTERACTIVE AND NOT CSR-RUN-SOLVE
005422              AND NOT CSR-RUN-REPROCESS
005422              AND NOT CSR-RUN-EXPEDITED
005423              AND NOT CSR-RUN-FAILED
005424          MOVE 'M' TO CSR-CYS-REQUEST-WK
005425          CALL 'CYCSTEP' USING CSR-RUN-DATE-WK,
005450*
005460*****************************************************************
005470*    5000-RUN-INTERACTIVE - HAND OFF TO THE AD HOC ENCODE/
005480*    DECODE SCREEN FOR WALK-UP REQUESTS.  THE SCREEN SIGNS THE
005485*    OPERATOR ON AND HANDS BACK THE ID FOR THE AUDIT RECORD.
005490*****************************************************************
005500  5000-RUN-INTERACTIVE.
005510      CALL 'CIPHER-SCREEN' USING CSR-INT-TXN-COUNT,
005520          CSR-INT-REJ-COUNT, CSR-RUN-OPERATOR-ID.
005530  5000-EXIT.
005540      EXIT.
005550*
000240*    (E/D), THE CIPHER MODE (C/V) AND A SHIFT OR KEYWORD, AND
000250*    SEES THE RESULT IMMEDIATELY.  LOOPS UNTIL THE OPERATOR
000260*    KEYS 'X' TO EXIT.
000261*
000262*    THE OPERATOR SIGNS ON FIRST WITH AN ID AND PASSWORD FROM
000263*    THE CIPHOPR OPERATOR FILE (THREE TRIES) AND MUST HOLD THE
000264*    INTERACTIVE AUTHORITY; EACH ENCODE OR DECODE IS THEN
000265*    CHECKED AGAINST THE OPERATOR'S PERMITTED ACTIONS AND
000266*    LOGGED TO CIPHSEC THROUGH OPRCHK.  THE SIGNED-ON ID IS
000267*    RETURNED SO THE CALLER CAN AUDIT THE SESSION UNDER IT.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000350*    08/09/26   CJD  ALSO RETURNS A REJECT COUNT SO THE CALLER
000360*                    CAN LOG ATTEMPTS THAT FAILED VALIDATION
000370*                    INSTEAD OF JUST SUCCESSFUL ONES.
000372*    10/15/26   CJD  OPERATOR SIGN-ON BEFORE THE FIRST MESSAGE,
000374*                    ACTION-LEVEL AUTHORITY FROM CIPHOPR, AND
000376*                    EVERY SIGN-ON, REFUSAL, ENCODE AND DECODE
000378*                    LOGGED TO CIPHSEC.  RETURNS THE OPERATOR ID.
000379*    10/15/26   CJD  BLANK OPERATOR ID LOGGED AS REFUSED SIGN-ON.
000380*************************************************************
000390  ENVIRONMENT DIVISION.
000400  CONFIGURATION SECTION.
000610      88  CSR-SCR-SUCCESS          VALUE 0.
000620  01  CSR-SCR-ACTION-VALID-SW  PIC X(01).
000630      88  CSR-SCR-ACTION-IS-VALID  VALUE 'Y'.
000632  01  CSR-SCR-SIGNED-ON-SW     PIC X(01) VALUE 'N'.
000634      88  CSR-SCR-SIGNED-ON        VALUE 'Y'.
000636  01  CSR-SCR-SIGNON-TRIES     PIC 9(01) VALUE 0.
000637  01  CSR-SCR-PASSWORD         PIC X(08).
000638      COPY CSROCK.
000640*
000650  LINKAGE SECTION.
000660  01  CSR-SCR-TXN-COUNT        PIC 9(05).
000670  01  CSR-SCR-REJ-COUNT        PIC 9(05).
000675  01  CSR-SCR-OPERATOR-ID      PIC X(08).
000680*
000690  PROCEDURE DIVISION USING CSR-SCR-TXN-COUNT,
000700      CSR-SCR-REJ-COUNT, CSR-SCR-OPERATOR-ID.
000710*
000720*****************************************************************
000730*    0000-MAINLINE
000750  0000-MAINLINE.
000760      MOVE 0 TO CSR-SCR-TXN-COUNT.
000770      MOVE 0 TO CSR-SCR-REJ-COUNT.
000772      PERFORM 0500-SIGN-ON THRU 0500-EXIT.
000774      IF NOT CSR-SCR-SIGNED-ON
000776          PERFORM 0900-SIGN-OFF THRU 0900-EXIT
000778          EXIT PROGRAM
000779      END-IF.
000780      PERFORM 1000-ENCODE-ONE-MESSAGE THRU 1000-EXIT
000790          UNTIL CSR-SCR-DONE.
000795      PERFORM 0900-SIGN-OFF THRU 0900-EXIT.
000800      EXIT PROGRAM.
000810  0000-EXIT.
000820      EXIT.
000830*
000840*****************************************************************
000850*    0500-SIGN-ON - NOTHING IS ENCODED OR DECODED UNTIL AN
000860*    OPERATOR ON CIPHOPR HAS SIGNED ON AND HOLDS THE
000870*    INTERACTIVE AUTHORITY.  THREE TRIES PER SESSION; A LOCKED
000880*    ID OR A MISSING OPERATOR FILE ENDS THE SESSION AT ONCE.  A
000890*    BLANK ID IS NOT LOOKED UP BUT IS STILL LOGGED TO CIPHSEC AS
000900*    A REFUSED SIGN-ON AND COUNTS AS A TRY.
000910*****************************************************************
000920  0500-SIGN-ON.
000930      MOVE 'N' TO CSR-SCR-SIGNED-ON-SW.
000940      MOVE 0 TO CSR-SCR-SIGNON-TRIES.
000950      MOVE SPACES TO CSR-SCR-OPERATOR-ID.
000960      DISPLAY SPACE.
000970      DISPLAY 'CAESAR / VIGENERE AD HOC CIPHER - SIGN ON'.
000980      PERFORM 0550-TRY-SIGN-ON THRU 0550-EXIT
000990          UNTIL CSR-SCR-SIGNED-ON
001000          OR CSR-SCR-SIGNON-TRIES NOT < 3.
001010      IF NOT CSR-SCR-SIGNED-ON
001020          MOVE SPACES TO CSR-SCR-OPERATOR-ID
001030          DISPLAY 'SIGN-ON ABANDONED'
001040      END-IF.
001050  0500-EXIT.
001060      EXIT.
001070*
001080  0550-TRY-SIGN-ON.
001090      ADD 1 TO CSR-SCR-SIGNON-TRIES.
001100      DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
001110      MOVE SPACES TO CSR-SCR-OPERATOR-ID.
001120      ACCEPT CSR-SCR-OPERATOR-ID.
001130      IF CSR-SCR-OPERATOR-ID = SPACES
001140          PERFORM 0800-NEW-REQUEST THRU 0800-EXIT
001150          MOVE 'L' TO CSR-OCK-REQUEST
001160          MOVE 'UNKNOWN ' TO CSR-OCK-EVENT
001170          MOVE 'I' TO CSR-OCK-ACTION
001180          SET CSR-OCK-ID-UNKNOWN TO TRUE
001190          CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST
001200          DISPLAY 'SIGN-ON FAILED - AN OPERATOR ID IS REQUIRED'
001210          GO TO 0550-EXIT
001220      END-IF.
001230      DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
001240      MOVE SPACES TO CSR-SCR-PASSWORD.
001250      ACCEPT CSR-SCR-PASSWORD WITH SECURE.
001260      PERFORM 0800-NEW-REQUEST THRU 0800-EXIT.
001270      MOVE 'S' TO CSR-OCK-REQUEST.
001280      MOVE CSR-SCR-PASSWORD TO CSR-OCK-PASSWORD.
001290      MOVE SPACES TO CSR-SCR-PASSWORD.
001300      MOVE 'I' TO CSR-OCK-ACTION.
001310      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
001320      IF CSR-OCK-OK
001330          MOVE 'A' TO CSR-OCK-REQUEST
001340          MOVE 'I' TO CSR-OCK-ACTION
001350          CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST
001360      END-IF.
001370      IF CSR-OCK-OK
001380          SET CSR-SCR-SIGNED-ON TO TRUE
001390          DISPLAY 'SIGNED ON: ' CSR-OCK-OPERATOR-NAME
001400          GO TO 0550-EXIT
001410      END-IF.
001420      EVALUATE TRUE
001430          WHEN CSR-OCK-BAD-PASSWORD
001440              DISPLAY 'SIGN-ON FAILED - ' CSR-OCK-TRIES-LEFT
001450                  ' TRIES LEFT BEFORE THE ID IS LOCKED'
001460          WHEN CSR-OCK-ID-LOCKED
001470              DISPLAY 'ID LOCKED - SEE SECURITY ADMINISTRATION'
001480              MOVE 3 TO CSR-SCR-SIGNON-TRIES
001490          WHEN CSR-OCK-NOT-PERMITTED
001500              DISPLAY 'NOT AUTHORIZED FOR THE INTERACTIVE SCREEN'
001510              MOVE 3 TO CSR-SCR-SIGNON-TRIES
001520          WHEN CSR-OCK-FILE-ERROR
001530              DISPLAY 'OPERATOR FILE UNAVAILABLE - NO SIGN-ON'
001540              MOVE 3 TO CSR-SCR-SIGNON-TRIES
001550          WHEN OTHER
001560              DISPLAY 'SIGN-ON FAILED'
001570      END-EVALUATE.
001580  0550-EXIT.
001590      EXIT.
001600*
001610*****************************************************************
001620*    0800-NEW-REQUEST - A CLEAN OPRCHK PARAMETER BLOCK FOR THE
001630*    SIGNED-ON (OR SIGNING-ON) OPERATOR.
001640*****************************************************************
001650  0800-NEW-REQUEST.
001660      MOVE SPACES TO CSR-OPERATOR-REQUEST.
001670      MOVE 'CIPHSCRN' TO CSR-OCK-CALLER.
001680      MOVE CSR-SCR-OPERATOR-ID TO CSR-OCK-OPERATOR-ID.
001690      MOVE 0 TO CSR-OCK-TEXT-LENGTH.
001700      MOVE 0 TO CSR-OCK-PASSWORD-HASH.
001710      MOVE 0 TO CSR-OCK-TRIES-LEFT.
001720      MOVE 0 TO CSR-OCK-RETURN-CODE.
001730  0800-EXIT.
001740      EXIT.
001750*
001760*****************************************************************
001770*    0900-SIGN-OFF - LOG THE END OF A SIGNED-ON SESSION AND LET
001780*    OPRCHK CLOSE ITS FILES.
001790*****************************************************************
001800  0900-SIGN-OFF.
001810      IF CSR-SCR-SIGNED-ON
001820          PERFORM 0800-NEW-REQUEST THRU 0800-EXIT
001830          MOVE 'L' TO CSR-OCK-REQUEST
001840          MOVE 'SIGNOFF ' TO CSR-OCK-EVENT
001850          CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST
001860      END-IF.
001870      PERFORM 0800-NEW-REQUEST THRU 0800-EXIT.
001880      MOVE 'C' TO CSR-OCK-REQUEST.
001890      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
001900  0900-EXIT.
001910      EXIT.
001920*
001930*****************************************************************
001940*    1000-ENCODE-ONE-MESSAGE - PROMPT FOR ONE AD HOC MESSAGE,
001950*    RUN IT THROUGH ENCRYPT OR DECRYPT AND DISPLAY THE RESULT.
001960*****************************************************************
001970  1000-ENCODE-ONE-MESSAGE.
001980      DISPLAY SPACE.
001990      DISPLAY '-----------------------------------------'.
002000      DISPLAY 'CAESAR / VIGENERE AD HOC CIPHER'.
002010      PERFORM 1050-GET-ACTION THRU 1050-EXIT.
002020      IF CSR-SCR-ACTION-EXIT
002030          SET CSR-SCR-DONE TO TRUE
002040          GO TO 1000-EXIT
002050      END-IF.
002060      PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT.
002070      IF NOT CSR-OCK-OK
002080          ADD 1 TO CSR-SCR-REJ-COUNT
002090          GO TO 1000-EXIT
002100      END-IF.
002110      DISPLAY 'MESSAGE TEXT: ' WITH NO ADVANCING.
002120      MOVE SPACES TO CSR-SCR-MESSAGE.
002130      ACCEPT CSR-SCR-MESSAGE.
002140      PERFORM 1100-FIND-MESSAGE-LENGTH THRU 1100-EXIT.
002150      DISPLAY 'CIPHER MODE (C=CAESAR, V=VIGENERE): '
002160          WITH NO ADVANCING.
002170      ACCEPT CSR-SCR-MODE.
002180      IF CSR-SCR-MODE-VIGENERE
002190          DISPLAY 'KEYWORD: ' WITH NO ADVANCING
002200          MOVE SPACES TO CSR-SCR-KEYWORD
002210          ACCEPT CSR-SCR-KEYWORD
002220      ELSE
002230          DISPLAY 'SHIFT (0-25): ' WITH NO ADVANCING
002240          ACCEPT CSR-SCR-SHIFT
002250      END-IF.
002260      PERFORM 1200-CALL-CIPHER THRU 1200-EXIT.
002270      PERFORM 1400-LOG-TRANSACTION THRU 1400-EXIT.
002280      IF CSR-SCR-SUCCESS
002290          ADD 1 TO CSR-SCR-TXN-COUNT
002300          DISPLAY 'RESULT: '
002310              CSR-SCR-MESSAGE(1:CSR-SCR-MSG-LENGTH)
002320      ELSE
002330          ADD 1 TO CSR-SCR-REJ-COUNT
002340          DISPLAY 'REJECTED, RETURN CODE = '
002350              CSR-SCR-RETURN-CODE
002360      END-IF.
002370  1000-EXIT.
002380      EXIT.
002390*
002400*****************************************************************
002410*    1050-GET-ACTION - RE-PROMPT UNTIL THE OPERATOR KEYS A
002420*    RECOGNIZED ACTION CODE INSTEAD OF LETTING A TYPO OR BLANK
002430*    FALL THROUGH TO DECODE.
002440*****************************************************************
002450  1050-GET-ACTION.
002460      MOVE 'N' TO CSR-SCR-ACTION-VALID-SW.
002470      PERFORM UNTIL CSR-SCR-ACTION-IS-VALID
002480          DISPLAY 'ACTION (E=ENCODE, D=DECODE, X=EXIT): '
002490              WITH NO ADVANCING
002500          ACCEPT CSR-SCR-ACTION
002510          IF CSR-SCR-ACTION-ENCRYPT
002520                  OR CSR-SCR-ACTION-DECRYPT
002530                  OR CSR-SCR-ACTION-EXIT
002540              SET CSR-SCR-ACTION-IS-VALID TO TRUE
002550          ELSE
002560              DISPLAY 'INVALID ACTION, ENTER E, D OR X'
002570          END-IF
002580      END-PERFORM.
002590  1050-EXIT.
002600      EXIT.
002610*
002620  1100-FIND-MESSAGE-LENGTH.
002630      MOVE 132 TO CSR-SCR-MSG-LENGTH.
002640      PERFORM VARYING CSR-SCR-MSG-LENGTH FROM 132 BY -1
002650          UNTIL CSR-SCR-MSG-LENGTH = 0
002660          OR CSR-SCR-MESSAGE(CSR-SCR-MSG-LENGTH:1) NOT =
002670              SPACE
002680          CONTINUE
002690      END-PERFORM.
002700  1100-EXIT.
002710      EXIT.
002720*
002730  1200-CALL-CIPHER.
002740      IF CSR-SCR-ACTION-ENCRYPT
002750          CALL 'ENCRYPT' USING
002760              CSR-SCR-MESSAGE, CSR-SCR-MSG-LENGTH,
002770              CSR-SCR-SHIFT, CSR-SCR-MODE,
002780              CSR-SCR-KEYWORD, CSR-SCR-RETURN-CODE
002790      ELSE
002800          CALL 'DECRYPT' USING
002810              CSR-SCR-MESSAGE, CSR-SCR-MSG-LENGTH,
002820              CSR-SCR-SHIFT, CSR-SCR-MODE,
002830              CSR-SCR-KEYWORD, CSR-SCR-RETURN-CODE
002840      END-IF.
002850  1200-EXIT.
002860      EXIT.
002870*
002880*****************************************************************
002890*    1300-CHECK-AUTHORITY - MAY THIS OPERATOR ENCODE, OR
002900*    DECODE.  OPRCHK LOGS A REFUSAL ITSELF.
002910*****************************************************************
002920  1300-CHECK-AUTHORITY.
002930      PERFORM 0800-NEW-REQUEST THRU 0800-EXIT.
002940      MOVE 'A' TO CSR-OCK-REQUEST.
002950      MOVE CSR-SCR-ACTION TO CSR-OCK-ACTION.
002960      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
002970      IF NOT CSR-OCK-OK
002980          DISPLAY 'NOT AUTHORIZED FOR ACTION ' CSR-SCR-ACTION
002990      END-IF.
003000  1300-EXIT.
003010      EXIT.
003020*
003030*****************************************************************
003040*    1400-LOG-TRANSACTION - WHO DID WHAT, IN WHICH MODE, ON HOW
003050*    MUCH TEXT, AND HOW THE CIPHER ANSWERED.  NEITHER THE TEXT
003060*    NOR THE KEY IS LOGGED.
003070*****************************************************************
003080  1400-LOG-TRANSACTION.
003090      PERFORM 0800-NEW-REQUEST THRU 0800-EXIT.
003100      MOVE 'L' TO CSR-OCK-REQUEST.
003110      IF CSR-SCR-ACTION-ENCRYPT
003120          MOVE 'ENCODE  ' TO CSR-OCK-EVENT
003130      ELSE
003140          MOVE 'DECODE  ' TO CSR-OCK-EVENT
003150      END-IF.
003160      MOVE CSR-SCR-ACTION TO CSR-OCK-ACTION.
003170      MOVE CSR-SCR-MODE TO CSR-OCK-MODE.
003180      MOVE CSR-SCR-MSG-LENGTH TO CSR-OCK-TEXT-LENGTH.
003190      MOVE CSR-SCR-RETURN-CODE TO CSR-OCK-RETURN-CODE.
003200      CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
003210  1400-EXIT.
003220      EXIT.
003230*
003240  END PROGRAM CIPHER-SCREEN.
003070
