000100*****************************************************************
000110*    TOPL PROGRAMMING IN THE PAST
000120*    CAESAR CIPHER BATCH SUITE - OPERATOR AUTHORITY
000130*    COLLIN DRAKE
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    10/15/26   CJD  ORIGINAL PROGRAMS.  ANYONE AT THE CONSOLE
000180*                    COULD DECODE ANY MESSAGE ON CIPHER-SCREEN
000190*                    WITH ANY KEY, AND NOTHING RECORDED WHO DID
000200*                    IT OR WHAT THEY LOOKED AT.  THE CIPHOPR
000210*                    OPERATOR FILE, THE OPRCHK SIGN-ON AND
000220*                    AUTHORITY CHECK, THE CIPHSEC SECURITY LOG
000230*                    AND THE OPRMAINT MAINTENANCE RUN CLOSE THAT.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. OPRCHK.
000270 AUTHOR. COLLIN DRAKE.
000280 INSTALLATION. TOPL PROGRAMMING.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED.
000310*************************************************************
000320*    DESCRIPTION
000330*    THE ONE PLACE THE OPERATOR AUTHORITY FILE (CIPHOPR) IS
000340*    READ BY THE REST OF THE SUITE, AND THE ONLY WRITER OF THE
000350*    SECURITY LOG (CIPHSEC).  THE CALLER PASSES A CSROCK
000360*    PARAMETER BLOCK TO SIGN AN OPERATOR ON, TO ASK WHETHER AN
000370*    OPERATOR MAY PERFORM A RUN ACTION, TO LOG AN EVENT, OR
000380*    (FOR OPRMAINT) TO HASH A NEW PASSWORD, AND ASKS FOR A
000390*    CLOSE AT THE END OF ITS RUN.  THE FILES ARE OPENED ON
000400*    FIRST USE AND STAY OPEN UNTIL THE CLOSE.
000410*
000420*    A SIGN-ON CHECKS THE PASSWORD AGAINST THE HASH ON FILE.
000430*    EACH WRONG PASSWORD IS COUNTED ON THE OPERATOR'S RECORD,
000440*    AND THE THIRD IN A ROW LOCKS THE ID UNTIL OPRMAINT
000450*    UNLOCKS IT OR RESETS THE PASSWORD.  A GOOD SIGN-ON CLEARS
000460*    THE COUNT.  A LOCKED OR REVOKED ID IS REFUSED EVERYTHING.
000470*
000480*    WITH NO OPERATOR FILE AT ALL, EVERY SIGN-ON AND EVERY
000490*    AUTHORITY CHECK IS REFUSED - THE SUITE FAILS CLOSED.
000500*
000510*    EVERY SIGN-ON, GOOD OR BAD, AND EVERY REFUSAL IS LOGGED
000520*    HERE; THE CALLER LOGS WHAT THE OPERATOR THEN DID.  THE
000530*    PASSWORD IS BLANKED IN THE PARAMETER BLOCK ONCE USED.
000540*
000550*    RETURN CODE (CSR-OCK-RETURN-CODE):
000560*        0 - SIGNED ON / PERMITTED / DONE
000570*        4 - THE OPERATOR MAY NOT PERFORM THE ACTION
000580*        8 - WRONG PASSWORD (CSR-OCK-TRIES-LEFT BEFORE LOCKOUT)
000590*       12 - THE ID IS LOCKED, OR THIS FAILURE LOCKED IT
000600*       16 - THE ID IS NOT ON FILE OR HAS BEEN REVOKED
000610*       20 - NO OPERATOR FILE, OR THE REQUEST CODE IS NOT
000620*            S, A, H, L OR C
000630*
000640*    MODIFICATION HISTORY
000650*    DATE       INIT DESCRIPTION
000660*    10/15/26   CJD  ORIGINAL PROGRAM
000670*************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. TOPL-BATCH.
000710 OBJECT-COMPUTER. TOPL-BATCH.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT CSR-OPC-OPR-FILE ASSIGN TO "CIPHOPR"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CSR-OPR-OPERATOR-ID
000780         FILE STATUS IS CSR-OPC-OPR-STATUS.
000790     SELECT CSR-OPC-SEC-FILE ASSIGN TO "CIPHSEC"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CSR-OPC-SEC-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CSR-OPC-OPR-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CSROPR.
000880 FD  CSR-OPC-SEC-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CSRSEC.
000910*
000920 WORKING-STORAGE SECTION.
000930 01  CSR-OPC-OPR-STATUS      PIC X(02).
000940     88  CSR-OPC-OPR-OK           VALUE '00'.
000950 01  CSR-OPC-SEC-STATUS      PIC X(02).
000960     88  CSR-OPC-SEC-OK           VALUE '00'.
000970 01  CSR-OPC-OPEN-SW         PIC X(01) VALUE 'N'.
000980     88  CSR-OPC-OPEN-TRIED       VALUE 'Y'.
000990 01  CSR-OPC-ON-FILE-SW      PIC X(01) VALUE 'N'.
001000     88  CSR-OPC-OPERATORS-ON-FILE VALUE 'Y'.
001010 01  CSR-OPC-SEC-OPEN-SW     PIC X(01) VALUE 'N'.
001020     88  CSR-OPC-SEC-OPEN-TRIED   VALUE 'Y'.
001030 01  CSR-OPC-SEC-READY-SW    PIC X(01) VALUE 'N'.
001040     88  CSR-OPC-SEC-READY        VALUE 'Y'.
001050 01  CSR-OPC-MAX-TRIES       PIC 9(02) VALUE 3.
001060 01  CSR-OPC-TODAY-DATE      PIC 9(08).
001070 01  CSR-OPC-TODAY-TIME      PIC 9(08).
001080*
001090*    THE PASSWORD HASH: THE OPERATOR ID AND PASSWORD TOGETHER,
001100*    EACH BYTE'S COLLATING ORDINAL FOLDED IN BY A MULTIPLY AND
001110*    ADD MODULO A LARGE PRIME, SO TWO OPERATORS WITH THE SAME
001120*    PASSWORD STILL HASH DIFFERENTLY.  CHANGING THIS
001130*    ARITHMETIC INVALIDATES EVERY PASSWORD ON FILE.
001140 01  CSR-OPC-HASH-SOURCE.
001150     05  CSR-OPC-HASH-ID     PIC X(08).
001160     05  CSR-OPC-HASH-PW     PIC X(08).
001170 01  CSR-OPC-HASH-WORK       PIC 9(12) COMP.
001180 01  CSR-OPC-HASH-RESULT     PIC 9(09).
001190 01  CSR-OPC-HASH-POS        PIC 9(02) COMP.
001200*
001210*    THE ACTION LETTERS IN THEIR CSR-OPR-ACTIONS SLOT ORDER.
001220 01  CSR-OPC-ACTION-LETTERS  PIC X(05) VALUE 'EDXRI'.
001230 01  CSR-OPC-SLOT            PIC 9(02) COMP.
001240*
001250 LINKAGE SECTION.
001260     COPY CSROCK.
001270*
001280 PROCEDURE DIVISION USING CSR-OPERATOR-REQUEST.
001290*
001300*****************************************************************
001310*    0000-MAINLINE
001320*****************************************************************
001330 0000-MAINLINE.
001340     ACCEPT CSR-OPC-TODAY-DATE FROM DATE YYYYMMDD.
001350     ACCEPT CSR-OPC-TODAY-TIME FROM TIME.
001360     IF CSR-OCK-REQ-CLOSE
001370         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001380         MOVE 0 TO CSR-OCK-RETURN-CODE
001390         EXIT PROGRAM
001400     END-IF.
001410     IF CSR-OCK-REQ-LOG
001420         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
001430         MOVE 0 TO CSR-OCK-RETURN-CODE
001440         EXIT PROGRAM
001450     END-IF.
001460     MOVE 0 TO CSR-OCK-RETURN-CODE.
001470     IF CSR-OCK-REQ-HASH
001480         PERFORM 7000-HASH-PASSWORD THRU 7000-EXIT
001490         MOVE CSR-OPC-HASH-RESULT TO CSR-OCK-PASSWORD-HASH
001500         MOVE SPACES TO CSR-OCK-PASSWORD
001510         EXIT PROGRAM
001520     END-IF.
001530     IF NOT (CSR-OCK-REQ-SIGN-ON OR CSR-OCK-REQ-AUTHORIZE)
001540         SET CSR-OCK-FILE-ERROR TO TRUE
001550         EXIT PROGRAM
001560     END-IF.
001570     IF NOT CSR-OPC-OPEN-TRIED
001580         PERFORM 1000-OPEN-OPERATORS THRU 1000-EXIT
001590     END-IF.
001600     MOVE SPACES TO CSR-OCK-OPERATOR-NAME.
001610     MOVE 0 TO CSR-OCK-TRIES-LEFT.
001620     IF NOT CSR-OPC-OPERATORS-ON-FILE
001630         SET CSR-OCK-FILE-ERROR TO TRUE
001640         MOVE 'UNKNOWN ' TO CSR-OCK-EVENT
001650         MOVE SPACES TO CSR-OCK-PASSWORD
001660         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
001670         EXIT PROGRAM
001680     END-IF.
001690     IF CSR-OCK-REQ-SIGN-ON
001700         PERFORM 2000-SIGN-ON THRU 2000-EXIT
001710     ELSE
001720         PERFORM 3000-AUTHORIZE THRU 3000-EXIT
001730     END-IF.
001740     EXIT PROGRAM.
001750 0000-EXIT.
001760     EXIT.
001770*
001780*****************************************************************
001790*    1000-OPEN-OPERATORS - ONCE PER RUN.  OPENED I-O BECAUSE A
001800*    SIGN-ON UPDATES THE FAILED-TRY COUNT AND LAST SIGN-ON.
001810*****************************************************************
001820 1000-OPEN-OPERATORS.
001830     SET CSR-OPC-OPEN-TRIED TO TRUE.
001840     OPEN I-O CSR-OPC-OPR-FILE.
001850     IF CSR-OPC-OPR-OK
001860         SET CSR-OPC-OPERATORS-ON-FILE TO TRUE
001870     ELSE
001880         DISPLAY 'OPRCHK: CIPHOPR OPEN FAILED, STATUS = '
001890             CSR-OPC-OPR-STATUS ' - EVERY SIGN-ON AND RUN '
001900             'IS REFUSED'
001910     END-IF.
001920 1000-EXIT.
001930     EXIT.
001940*
001950*****************************************************************
001960*    2000-SIGN-ON - CHECK THE PASSWORD, COUNT A FAILURE TOWARD
001970*    THE LOCKOUT OR CLEAR THE COUNT ON SUCCESS, AND LOG THE
001980*    OUTCOME EITHER WAY.
001990*****************************************************************
002000 2000-SIGN-ON.
002010     PERFORM 2500-READ-OPERATOR THRU 2500-EXIT.
002020     IF NOT CSR-OCK-OK
002030         GO TO 2000-LOG
002040     END-IF.
002050     PERFORM 7000-HASH-PASSWORD THRU 7000-EXIT.
002060     IF CSR-OPR-PASSWORD-HASH = 0
002070             OR CSR-OPC-HASH-RESULT NOT = CSR-OPR-PASSWORD-HASH
002080         ADD 1 TO CSR-OPR-FAILED-TRIES
002090         IF CSR-OPR-FAILED-TRIES NOT < CSR-OPC-MAX-TRIES
002100             SET CSR-OPR-LOCKED TO TRUE
002110             SET CSR-OCK-ID-LOCKED TO TRUE
002120             MOVE 'LOCKOUT ' TO CSR-OCK-EVENT
002130         ELSE
002140             SET CSR-OCK-BAD-PASSWORD TO TRUE
002150             COMPUTE CSR-OCK-TRIES-LEFT =
002160                 CSR-OPC-MAX-TRIES - CSR-OPR-FAILED-TRIES
002170             MOVE 'BADPASS ' TO CSR-OCK-EVENT
002180         END-IF
002190         PERFORM 2900-REWRITE-OPERATOR THRU 2900-EXIT
002200         GO TO 2000-LOG
002210     END-IF.
002220     MOVE 0 TO CSR-OPR-FAILED-TRIES.
002230     MOVE CSR-OPC-TODAY-DATE TO CSR-OPR-LAST-SIGNON-DATE.
002240     MOVE CSR-OPC-TODAY-TIME TO CSR-OPR-LAST-SIGNON-TIME.
002250     PERFORM 2900-REWRITE-OPERATOR THRU 2900-EXIT.
002260     MOVE CSR-OPR-NAME TO CSR-OCK-OPERATOR-NAME.
002270     MOVE 'SIGNON  ' TO CSR-OCK-EVENT.
002280 2000-LOG.
002290     MOVE SPACES TO CSR-OCK-PASSWORD.
002300     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330*
002340*****************************************************************
002350*    2500-READ-OPERATOR - FETCH THE OPERATOR'S RECORD.  AN ID
002360*    NOT ON FILE AND A REVOKED ID ANSWER ALIKE, SO THE SCREEN
002370*    NEVER TELLS A STRANGER WHICH IDS EXIST.
002380*****************************************************************
002390 2500-READ-OPERATOR.
002400     MOVE CSR-OCK-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
002410     READ CSR-OPC-OPR-FILE
002420         KEY IS CSR-OPR-OPERATOR-ID
002430         INVALID KEY
002440             SET CSR-OCK-ID-UNKNOWN TO TRUE
002450             MOVE 'UNKNOWN ' TO CSR-OCK-EVENT
002460             GO TO 2500-EXIT
002470     END-READ.
002480     IF NOT CSR-OPC-OPR-OK OR CSR-OPR-REVOKED
002490         SET CSR-OCK-ID-UNKNOWN TO TRUE
002500         MOVE 'UNKNOWN ' TO CSR-OCK-EVENT
002510         GO TO 2500-EXIT
002520     END-IF.
002530     IF CSR-OPR-LOCKED
002540         SET CSR-OCK-ID-LOCKED TO TRUE
002550         MOVE 'LOCKED  ' TO CSR-OCK-EVENT
002560     END-IF.
002570 2500-EXIT.
002580     EXIT.
002590*
002600 2900-REWRITE-OPERATOR.
002610     REWRITE CSR-OPERATOR-RECORD.
002620     IF NOT CSR-OPC-OPR-OK
002630         DISPLAY 'OPRCHK: CIPHOPR NOT UPDATED FOR '
002640             CSR-OPR-OPERATOR-ID ', STATUS = '
002650             CSR-OPC-OPR-STATUS
002660     END-IF.
002670 2900-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710*    3000-AUTHORIZE - MAY THIS OPERATOR PERFORM THIS ACTION.
002720*    THE ACTION'S SLOT IS FOUND FROM ITS POSITION IN THE
002730*    ACTION LETTERS; A LETTER THAT IS NOT ONE OF THEM FINDS NO
002740*    SLOT AND IS NEVER PERMITTED.  ONLY A REFUSAL IS LOGGED
002750*    HERE - THE CALLER LOGS THE WORK ITSELF.
002760*****************************************************************
002770 3000-AUTHORIZE.
002780     MOVE SPACES TO CSR-OCK-PASSWORD.
002790     PERFORM 2500-READ-OPERATOR THRU 2500-EXIT.
002800     IF NOT CSR-OCK-OK
002810         GO TO 3000-LOG
002820     END-IF.
002830     MOVE CSR-OPR-NAME TO CSR-OCK-OPERATOR-NAME.
002840     MOVE 0 TO CSR-OPC-SLOT.
002850     INSPECT CSR-OPC-ACTION-LETTERS TALLYING CSR-OPC-SLOT
002860         FOR CHARACTERS BEFORE INITIAL CSR-OCK-ACTION.
002870     ADD 1 TO CSR-OPC-SLOT.
002880     IF CSR-OPC-SLOT < 6
002890         IF CSR-OPR-ACTION-SLOT(CSR-OPC-SLOT) = CSR-OCK-ACTION
002900             GO TO 3000-EXIT
002910         END-IF
002920     END-IF.
002930     SET CSR-OCK-NOT-PERMITTED TO TRUE.
002940     MOVE 'DENIED  ' TO CSR-OCK-EVENT.
002950 3000-LOG.
002960     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
002970 3000-EXIT.
002980     EXIT.
002990*
003000 7000-HASH-PASSWORD.
003010     MOVE CSR-OCK-OPERATOR-ID TO CSR-OPC-HASH-ID.
003020     MOVE CSR-OCK-PASSWORD TO CSR-OPC-HASH-PW.
003030     MOVE 0 TO CSR-OPC-HASH-WORK.
003040     PERFORM 7100-HASH-ONE-CHAR THRU 7100-EXIT
003050         VARYING CSR-OPC-HASH-POS FROM 1 BY 1
003060         UNTIL CSR-OPC-HASH-POS > 16.
003070     MOVE CSR-OPC-HASH-WORK TO CSR-OPC-HASH-RESULT.
003080     MOVE SPACES TO CSR-OPC-HASH-PW.
003090 7000-EXIT.
003100     EXIT.
003110*
003120 7100-HASH-ONE-CHAR.
003130     COMPUTE CSR-OPC-HASH-WORK = FUNCTION MOD(
003140         CSR-OPC-HASH-WORK * 131 +
003150         FUNCTION ORD(CSR-OPC-HASH-SOURCE(CSR-OPC-HASH-POS:1)),
003160         999999937).
003170 7100-EXIT.
003180     EXIT.
003190*
003200*****************************************************************
003210*    8000-WRITE-LOG - APPEND ONE LINE TO THE SECURITY LOG.  A
003220*    LOG THAT WILL NOT OPEN IS REPORTED ONCE AND THE RUN GOES
003230*    ON - THE CALLER'S OWN CHECKS STILL STAND.
003240*****************************************************************
003250 8000-WRITE-LOG.
003260     IF NOT CSR-OPC-SEC-OPEN-TRIED
003270         SET CSR-OPC-SEC-OPEN-TRIED TO TRUE
003280         OPEN EXTEND CSR-OPC-SEC-FILE
003290         IF NOT CSR-OPC-SEC-OK
003300             OPEN OUTPUT CSR-OPC-SEC-FILE
003310         END-IF
003320         IF CSR-OPC-SEC-OK
003330             SET CSR-OPC-SEC-READY TO TRUE
003340         ELSE
003350             DISPLAY 'OPRCHK: CIPHSEC OPEN FAILED, STATUS = '
003360                 CSR-OPC-SEC-STATUS ' - SECURITY LOG NOT KEPT'
003370         END-IF
003380     END-IF.
003390     IF NOT CSR-OPC-SEC-READY
003400         GO TO 8000-EXIT
003410     END-IF.
003420     MOVE SPACES TO CSR-SECURITY-LOG-RECORD.
003430     MOVE CSR-OPC-TODAY-DATE TO CSR-SEC-DATE.
003440     MOVE CSR-OPC-TODAY-TIME TO CSR-SEC-TIME.
003450     MOVE CSR-OCK-OPERATOR-ID TO CSR-SEC-OPERATOR-ID.
003460     MOVE CSR-OCK-CALLER TO CSR-SEC-PROGRAM-ID.
003470     MOVE CSR-OCK-EVENT TO CSR-SEC-EVENT.
003480     MOVE CSR-OCK-ACTION TO CSR-SEC-ACTION.
003490     MOVE CSR-OCK-MODE TO CSR-SEC-MODE.
003500     IF CSR-OCK-TEXT-LENGTH NUMERIC
003510         MOVE CSR-OCK-TEXT-LENGTH TO CSR-SEC-TEXT-LENGTH
003520     ELSE
003530         MOVE 0 TO CSR-SEC-TEXT-LENGTH
003540     END-IF.
003550     MOVE CSR-OCK-RETURN-CODE TO CSR-SEC-RESULT.
003560     WRITE CSR-SECURITY-LOG-RECORD.
003570     IF NOT CSR-OPC-SEC-OK
003580         DISPLAY 'OPRCHK: SECURITY LOG WRITE FAILED, STATUS = '
003590             CSR-OPC-SEC-STATUS
003600     END-IF.
003610 8000-EXIT.
003620     EXIT.
003630*
003640 9000-CLOSE-FILES.
003650     IF CSR-OPC-OPERATORS-ON-FILE
003660         CLOSE CSR-OPC-OPR-FILE
003670     END-IF.
003680     IF CSR-OPC-SEC-READY
003690         CLOSE CSR-OPC-SEC-FILE
003700     END-IF.
003710     MOVE 'N' TO CSR-OPC-OPEN-SW.
003720     MOVE 'N' TO CSR-OPC-ON-FILE-SW.
003730     MOVE 'N' TO CSR-OPC-SEC-OPEN-SW.
003740     MOVE 'N' TO CSR-OPC-SEC-READY-SW.
003750 9000-EXIT.
003760     EXIT.
003770*
003780 END PROGRAM OPRCHK.
003790
003800*****************************************************************
003810*    IDENTIFICATION DIVISION.
003820*****************************************************************
003830 IDENTIFICATION DIVISION.
003840 PROGRAM-ID. OPRMAINT.
003850 AUTHOR. COLLIN DRAKE.
003860 INSTALLATION. TOPL PROGRAMMING.
003870 DATE-WRITTEN. 10/15/26.
003880 DATE-COMPILED.
003890*************************************************************
003900*    DESCRIPTION
003910*    MAINTAINS THE INDEXED OPERATOR AUTHORITY FILE (CSROPR
003920*    LAYOUT, KEYED BY CSR-OPR-OPERATOR-ID) FROM A TRANSACTION
003930*    FILE (OPRTXN).  TRANSACTION ACTIONS:
003940*        A - ADD AN OPERATOR: NAME, PERMITTED ACTIONS AND AN
003950*            INITIAL PASSWORD ARE ALL REQUIRED
003960*        C - CHANGE THE NAME AND/OR THE PERMITTED ACTIONS (A
003970*            BLANK FIELD IS LEFT AS IT IS)
003980*        P - RESET THE PASSWORD.  CLEARS THE FAILED-TRY COUNT
003990*            AND UNLOCKS A LOCKED ID, BUT DOES NOT REINSTATE A
004000*            REVOKED ONE
004010*        U - UNLOCK A LOCKED ID, OR REINSTATE A REVOKED ONE
004020*        R - REVOKE AN ID.  THE RECORD IS KEPT SO THE SECURITY
004030*            LOG STILL NAMES SOMEONE
004040*        L - LIST EVERY OPERATOR
004050*    PERMITTED ACTIONS ARE KEYED AS LETTERS IN ANY ORDER - E
004060*    ENCODE, D DECODE, X SOLVE, R REPROCESS, I INTERACTIVE -
004070*    AND STORED EACH IN ITS OWN SLOT.  A PASSWORD IS HASHED BY
004080*    OPRCHK AND NEVER STORED OR PRINTED.  EVERY TRANSACTION IS
004090*    VALIDATED BEFORE IT TOUCHES THE FILE AND EVERY
004100*    DISPOSITION IS PRINTED ON THE OPRRPT REPORT, THE SAME WAY
004110*    RTEMAINT AND CALMAINT REPORT THEIRS.
004120*
004130*    RETURN CODES:
004140*        0 - ALL TRANSACTIONS APPLIED
004150*        4 - ONE OR MORE TRANSACTIONS IN ERROR
004160*       12 - A REQUIRED FILE WOULD NOT OPEN
004170*
004180*    MODIFICATION HISTORY
004190*    DATE       INIT DESCRIPTION
004200*    10/15/26   CJD  ORIGINAL PROGRAM
004210*************************************************************
004220 ENVIRONMENT DIVISION.
004230 CONFIGURATION SECTION.
004240 SOURCE-COMPUTER. TOPL-BATCH.
004250 OBJECT-COMPUTER. TOPL-BATCH.
004260 INPUT-OUTPUT SECTION.
004270 FILE-CONTROL.
004280     SELECT CSR-OPRTXN-FILE ASSIGN TO "OPRTXN"
004290         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CSR-OPRTXN-STATUS.
004310     SELECT CSR-OPR-FILE ASSIGN TO "CIPHOPR"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS CSR-OPR-OPERATOR-ID
004350         FILE STATUS IS CSR-OPRFILE-STATUS.
004360     SELECT CSR-OPRRPT-FILE ASSIGN TO "OPRRPT"
004370         ORGANIZATION IS LINE SEQUENTIAL
004380         FILE STATUS IS CSR-OPRRPT-STATUS.
004390*
004400 DATA DIVISION.
004410 FILE SECTION.
004420 FD  CSR-OPRTXN-FILE
004430     LABEL RECORDS ARE STANDARD.
004440 01  CSR-OPRTXN-RECORD.
004450     05  CSR-OTX-ACTION          PIC X(01).
004460         88  CSR-OTX-ADD             VALUE 'A'.
004470         88  CSR-OTX-CHANGE          VALUE 'C'.
004480         88  CSR-OTX-RESET           VALUE 'P'.
004490         88  CSR-OTX-UNLOCK          VALUE 'U'.
004500         88  CSR-OTX-REVOKE          VALUE 'R'.
004510         88  CSR-OTX-LIST            VALUE 'L'.
004520     05  CSR-OTX-OPERATOR-ID     PIC X(08).
004530     05  CSR-OTX-NAME            PIC X(30).
004540     05  CSR-OTX-ACTIONS         PIC X(05).
004550     05  CSR-OTX-PASSWORD        PIC X(08).
004560     05  FILLER                  PIC X(28).
004570 FD  CSR-OPR-FILE
004580     LABEL RECORDS ARE STANDARD.
004590     COPY CSROPR.
004600 FD  CSR-OPRRPT-FILE
004610     LABEL RECORDS ARE STANDARD.
004620 01  CSR-OPRRPT-RECORD           PIC X(80).
004630*
004640 WORKING-STORAGE SECTION.
004650 01  CSR-OPRTXN-STATUS       PIC X(02).
004660     88  CSR-OPRTXN-OK            VALUE '00'.
004670     88  CSR-OPRTXN-EOF           VALUE '10'.
004680 01  CSR-OPRFILE-STATUS      PIC X(02).
004690     88  CSR-OPRFILE-OK           VALUE '00'.
004700     88  CSR-OPRFILE-NOTFOUND     VALUE '23' '35'.
004710 01  CSR-OPRRPT-STATUS       PIC X(02).
004720     88  CSR-OPRRPT-OK            VALUE '00'.
004730 01  CSR-TXN-VALID-SW        PIC X(01).
004740     88  CSR-TXN-IS-VALID         VALUE 'Y'.
004750 01  CSR-TXNS-READ-CTR       PIC 9(05) VALUE 0.
004760 01  CSR-TXNS-ERROR-CTR      PIC 9(05) VALUE 0.
004770 01  CSR-OPRS-ADDED-CTR      PIC 9(05) VALUE 0.
004780 01  CSR-OPRS-CHANGED-CTR    PIC 9(05) VALUE 0.
004790 01  CSR-OPRS-LISTED-CTR     PIC 9(05) VALUE 0.
004800 01  CSR-TODAY-DATE          PIC 9(08).
004810 01  CSR-OPM-LIST-DONE-SW    PIC X(01).
004820     88  CSR-OPM-LIST-DONE        VALUE 'Y'.
004830*
004840*    THE KEYED ACTION LETTERS, EDITED INTO THEIR SLOTS.
004850 01  CSR-OPM-ACTION-LETTERS  PIC X(05) VALUE 'EDXRI'.
004860 01  CSR-OPM-ACTIONS-WK      PIC X(05).
004870 01  CSR-OPM-ACTIONS-WK-R REDEFINES CSR-OPM-ACTIONS-WK.
004880     05  CSR-OPM-ACTION-WK-SLOT PIC X(01) OCCURS 5 TIMES.
004890 01  CSR-OPM-LETTER          PIC X(01).
004900 01  CSR-OPM-POS             PIC 9(02) COMP.
004910 01  CSR-OPM-SLOT            PIC 9(02) COMP.
004920 01  CSR-OPM-ACTIONS-BAD-SW  PIC X(01).
004930     88  CSR-OPM-ACTIONS-BAD      VALUE 'Y'.
004940*
004950*    PASSWORD HASHING IS DONE BY OPRCHK, SO THE ARITHMETIC
004960*    LIVES IN ONE PLACE.
004970     COPY CSROCK.
004980*
004990*    REPORT LINES ARE BUILT HERE AND WRITTEN FROM WORKING
005000*    STORAGE - VALUE CLAUSES ON FD RECORDS ARE COMMENTARY AT
005010*    BEST, SO THE RECORD AREA IS NEVER TRUSTED TO HOLD THEM.
005020 01  CSR-OMR-HEADING-1.
005030     05  FILLER              PIC X(36)
005040             VALUE 'OPERATOR AUTHORITY MAINTENANCE'.
005050     05  FILLER              PIC X(05) VALUE 'RUN: '.
005060     05  CSR-OMR-HDG-DATE    PIC 9(08).
005070     05  FILLER              PIC X(31) VALUE SPACES.
005080 01  CSR-OMR-TXN-LINE.
005090     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  CSR-OMR-TXN-ACTION  PIC X(01).
005110     05  FILLER              PIC X(02) VALUE SPACES.
005120     05  CSR-OMR-TXN-OPERATOR
005130                             PIC X(08).
005140     05  FILLER              PIC X(02) VALUE SPACES.
005150     05  CSR-OMR-TXN-RESULT  PIC X(50).
005160     05  FILLER              PIC X(15) VALUE SPACES.
005170 01  CSR-OMR-LIST-HEADING.
005180     05  FILLER              PIC X(04) VALUE SPACES.
005190     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
005200     05  FILLER              PIC X(32) VALUE 'NAME'.
005210     05  FILLER              PIC X(09) VALUE 'STATUS'.
005220     05  FILLER              PIC X(08) VALUE 'ACTIONS'.
005230     05  FILLER              PIC X(06) VALUE 'FAILS'.
005240     05  FILLER              PIC X(11) VALUE 'LAST SIGNON'.
005250 01  CSR-OMR-LIST-LINE.
005260     05  FILLER              PIC X(04) VALUE SPACES.
005270     05  CSR-OMR-LST-OPERATOR
005280                             PIC X(08).
005290     05  FILLER              PIC X(02) VALUE SPACES.
005300     05  CSR-OMR-LST-NAME    PIC X(30).
005310     05  FILLER              PIC X(02) VALUE SPACES.
005320     05  CSR-OMR-LST-STATUS  PIC X(07).
005330     05  FILLER              PIC X(02) VALUE SPACES.
005340     05  CSR-OMR-LST-ACTIONS PIC X(05).
005350     05  FILLER              PIC X(04) VALUE SPACES.
005360     05  CSR-OMR-LST-FAILS   PIC Z9.
005370     05  FILLER              PIC X(04) VALUE SPACES.
005380     05  CSR-OMR-LST-SIGNON  PIC 9(08).
005390     05  FILLER              PIC X(02) VALUE SPACES.
005400 01  CSR-OMR-TOTAL-LINE.
005410     05  FILLER              PIC X(02) VALUE SPACES.
005420     05  CSR-OMR-TOT-LABEL   PIC X(30).
005430     05  CSR-OMR-TOT-COUNT   PIC ZZZZ9.
005440     05  FILLER              PIC X(43) VALUE SPACES.
005450 01  CSR-OMR-BLANK-LINE      PIC X(80) VALUE SPACES.
005460*
005470 PROCEDURE DIVISION.
005480*
005490*****************************************************************
005500*    0000-MAINLINE
005510*****************************************************************
005520 0000-MAINLINE.
005530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005540     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT.
005550     PERFORM 4000-FINALIZE THRU 4000-EXIT.
005560     STOP RUN.
005570*
005580*****************************************************************
005590*    1000-INITIALIZE - OPEN THE FILES (CREATING THE OPERATOR
005600*    FILE ON FIRST USE, THE SAME WAY CALMAINT CREATES THE
005610*    CALENDAR) AND WRITE THE REPORT HEADING.
005620*****************************************************************
005630 1000-INITIALIZE.
005640     ACCEPT CSR-TODAY-DATE FROM DATE YYYYMMDD.
005650     OPEN INPUT CSR-OPRTXN-FILE.
005660     IF NOT CSR-OPRTXN-OK
005670         DISPLAY 'OPRMAINT: OPRTXN OPEN FAILED, STATUS = '
005680             CSR-OPRTXN-STATUS
005690         MOVE 12 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     OPEN I-O CSR-OPR-FILE.
005730     IF CSR-OPRFILE-NOTFOUND
005740         OPEN OUTPUT CSR-OPR-FILE
005750         CLOSE CSR-OPR-FILE
005760         OPEN I-O CSR-OPR-FILE
005770     END-IF.
005780     IF NOT CSR-OPRFILE-OK
005790         DISPLAY 'OPRMAINT: CIPHOPR OPEN FAILED, STATUS = '
005800             CSR-OPRFILE-STATUS
005810         MOVE 12 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     OPEN OUTPUT CSR-OPRRPT-FILE.
005850     IF NOT CSR-OPRRPT-OK
005860         DISPLAY 'OPRMAINT: OPRRPT OPEN FAILED, STATUS = '
005870             CSR-OPRRPT-STATUS
005880         MOVE 12 TO RETURN-CODE
005890         STOP RUN
005900     END-IF.
005910     MOVE CSR-TODAY-DATE TO CSR-OMR-HDG-DATE.
005920     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-HEADING-1.
005930     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-BLANK-LINE.
005940 1000-EXIT.
005950     EXIT.
005960*
005970*****************************************************************
005980*    2000-PROCESS-TXNS - MAIN LOOP OVER THE TRANSACTION FILE.
005990*****************************************************************
006000 2000-PROCESS-TXNS.
006010     PERFORM 2100-READ-TXN THRU 2100-EXIT.
006020     PERFORM 2200-APPLY-ONE-TXN THRU 2200-EXIT
006030         UNTIL CSR-OPRTXN-EOF.
006040 2000-EXIT.
006050     EXIT.
006060*
006070 2100-READ-TXN.
006080     READ CSR-OPRTXN-FILE
006090         AT END
006100             SET CSR-OPRTXN-EOF TO TRUE
006110     END-READ.
006120 2100-EXIT.
006130     EXIT.
006140*
006150*****************************************************************
006160*    2200-APPLY-ONE-TXN - VALIDATE AND DISPATCH ONE
006170*    TRANSACTION, REPORT ITS DISPOSITION, AND MOVE ON.
006180*****************************************************************
006190 2200-APPLY-ONE-TXN.
006200     ADD 1 TO CSR-TXNS-READ-CTR.
006210     MOVE CSR-OTX-ACTION TO CSR-OMR-TXN-ACTION.
006220     MOVE CSR-OTX-OPERATOR-ID TO CSR-OMR-TXN-OPERATOR.
006230     MOVE SPACES TO CSR-OMR-TXN-RESULT.
006240     PERFORM 2300-VALIDATE-TXN THRU 2300-EXIT.
006250     IF NOT CSR-TXN-IS-VALID
006260         ADD 1 TO CSR-TXNS-ERROR-CTR
006270         PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT
006280         GO TO 2200-NEXT
006290     END-IF.
006300     IF CSR-OTX-LIST
006310         MOVE 'OPERATOR LIST FOLLOWS' TO CSR-OMR-TXN-RESULT
006320         PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT
006330         PERFORM 2800-LIST-OPERATORS THRU 2800-EXIT
006340         GO TO 2200-NEXT
006350     END-IF.
006360     IF CSR-OTX-ADD
006370         PERFORM 2400-ADD-OPERATOR THRU 2400-EXIT
006380     ELSE
006390         PERFORM 2500-UPDATE-OPERATOR THRU 2500-EXIT
006400     END-IF.
006410     PERFORM 3000-WRITE-TXN-LINE THRU 3000-EXIT.
006420 2200-NEXT.
006430     MOVE SPACES TO CSR-OTX-PASSWORD.
006440     PERFORM 2100-READ-TXN THRU 2100-EXIT.
006450 2200-EXIT.
006460     EXIT.
006470*
006480*****************************************************************
006490*    2300-VALIDATE-TXN - AN ID FOR EVERYTHING BUT L; FOR AN
006500*    ADD, A NAME, A PASSWORD AND AT LEAST ONE ACTION; FOR A
006510*    CHANGE, SOMETHING TO CHANGE; FOR A RESET, A PASSWORD.
006520*    ACTION LETTERS MUST ALL BE E, D, X, R OR I.
006530*****************************************************************
006540 2300-VALIDATE-TXN.
006550     MOVE 'N' TO CSR-TXN-VALID-SW.
006560     IF NOT (CSR-OTX-ADD OR CSR-OTX-CHANGE OR CSR-OTX-RESET
006570             OR CSR-OTX-UNLOCK OR CSR-OTX-REVOKE OR CSR-OTX-LIST)
006580         MOVE 'INVALID ACTION CODE' TO CSR-OMR-TXN-RESULT
006590         GO TO 2300-EXIT
006600     END-IF.
006610     IF CSR-OTX-LIST
006620         SET CSR-TXN-IS-VALID TO TRUE
006630         GO TO 2300-EXIT
006640     END-IF.
006650     IF CSR-OTX-OPERATOR-ID = SPACES
006660         MOVE 'OPERATOR ID MISSING' TO CSR-OMR-TXN-RESULT
006670         GO TO 2300-EXIT
006680     END-IF.
006690     PERFORM 2350-EDIT-ACTIONS THRU 2350-EXIT.
006700     IF CSR-OPM-ACTIONS-BAD
006710         MOVE 'PERMITTED ACTIONS MUST BE E, D, X, R OR I'
006720             TO CSR-OMR-TXN-RESULT
006730         GO TO 2300-EXIT
006740     END-IF.
006750     IF CSR-OTX-ADD
006760         IF CSR-OTX-NAME = SPACES
006770                 OR CSR-OTX-PASSWORD = SPACES
006780                 OR CSR-OPM-ACTIONS-WK = SPACES
006790             MOVE 'ADD NEEDS A NAME, ACTIONS AND A PASSWORD'
006800                 TO CSR-OMR-TXN-RESULT
006810             GO TO 2300-EXIT
006820         END-IF
006830     END-IF.
006840     IF CSR-OTX-CHANGE
006850         IF CSR-OTX-NAME = SPACES AND CSR-OPM-ACTIONS-WK = SPACES
006860             MOVE 'CHANGE NEEDS A NAME OR ACTIONS'
006870                 TO CSR-OMR-TXN-RESULT
006880             GO TO 2300-EXIT
006890         END-IF
006900     END-IF.
006910     IF CSR-OTX-RESET AND CSR-OTX-PASSWORD = SPACES
006920         MOVE 'PASSWORD RESET NEEDS A PASSWORD'
006930             TO CSR-OMR-TXN-RESULT
006940         GO TO 2300-EXIT
006950     END-IF.
006960     SET CSR-TXN-IS-VALID TO TRUE.
006970 2300-EXIT.
006980     EXIT.
006990*
007000*****************************************************************
007010*    2350-EDIT-ACTIONS - PUT EACH KEYED LETTER IN ITS OWN SLOT
007020*    ('IE' BECOMES 'E   I').  A LETTER THAT IS NOT AN ACTION
007030*    FINDS NO SLOT AND FAILS THE TRANSACTION.
007040*****************************************************************
007050 2350-EDIT-ACTIONS.
007060     MOVE SPACES TO CSR-OPM-ACTIONS-WK.
007070     MOVE 'N' TO CSR-OPM-ACTIONS-BAD-SW.
007080     PERFORM 2360-EDIT-ONE-LETTER THRU 2360-EXIT
007090         VARYING CSR-OPM-POS FROM 1 BY 1
007100         UNTIL CSR-OPM-POS > 5.
007110 2350-EXIT.
007120     EXIT.
007130*
007140 2360-EDIT-ONE-LETTER.
007150     MOVE CSR-OTX-ACTIONS(CSR-OPM-POS:1) TO CSR-OPM-LETTER.
007160     IF CSR-OPM-LETTER = SPACE
007170         GO TO 2360-EXIT
007180     END-IF.
007190     MOVE 0 TO CSR-OPM-SLOT.
007200     INSPECT CSR-OPM-ACTION-LETTERS TALLYING CSR-OPM-SLOT
007210         FOR CHARACTERS BEFORE INITIAL CSR-OPM-LETTER.
007220     ADD 1 TO CSR-OPM-SLOT.
007230     IF CSR-OPM-SLOT > 5
007240         SET CSR-OPM-ACTIONS-BAD TO TRUE
007250         GO TO 2360-EXIT
007260     END-IF.
007270     MOVE CSR-OPM-LETTER TO CSR-OPM-ACTION-WK-SLOT(CSR-OPM-SLOT).
007280 2360-EXIT.
007290     EXIT.
007300*
007310*****************************************************************
007320*    2400-ADD-OPERATOR - A NEW ID STARTS ACTIVE WITH NO FAILED
007330*    TRIES AND NO SIGN-ON YET.
007340*****************************************************************
007350 2400-ADD-OPERATOR.
007360     MOVE CSR-OTX-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
007370     READ CSR-OPR-FILE
007380         KEY IS CSR-OPR-OPERATOR-ID
007390         INVALID KEY
007400             CONTINUE
007410     END-READ.
007420     IF CSR-OPRFILE-OK
007430         MOVE 'OPERATOR ALREADY ON FILE' TO CSR-OMR-TXN-RESULT
007440         ADD 1 TO CSR-TXNS-ERROR-CTR
007450         GO TO 2400-EXIT
007460     END-IF.
007470     MOVE SPACES TO CSR-OPERATOR-RECORD.
007480     MOVE CSR-OTX-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
007490     MOVE CSR-OTX-NAME TO CSR-OPR-NAME.
007500     SET CSR-OPR-ACTIVE TO TRUE.
007510     MOVE CSR-OPM-ACTIONS-WK TO CSR-OPR-ACTIONS.
007520     PERFORM 2900-HASH-PASSWORD THRU 2900-EXIT.
007530     MOVE 0 TO CSR-OPR-FAILED-TRIES.
007540     MOVE 0 TO CSR-OPR-LAST-SIGNON-DATE.
007550     MOVE 0 TO CSR-OPR-LAST-SIGNON-TIME.
007560     MOVE CSR-TODAY-DATE TO CSR-OPR-MAINT-DATE.
007570     WRITE CSR-OPERATOR-RECORD.
007580     IF NOT CSR-OPRFILE-OK
007590         STRING 'OPERATOR NOT ADDED, STATUS = ' DELIMITED BY SIZE
007600             CSR-OPRFILE-STATUS DELIMITED BY SIZE
007610             INTO CSR-OMR-TXN-RESULT
007620         ADD 1 TO CSR-TXNS-ERROR-CTR
007630         GO TO 2400-EXIT
007640     END-IF.
007650     ADD 1 TO CSR-OPRS-ADDED-CTR.
007660     STRING 'ADDED - ACTIONS ' DELIMITED BY SIZE
007670         CSR-OPR-ACTIONS DELIMITED BY SIZE
007680         INTO CSR-OMR-TXN-RESULT.
007690 2400-EXIT.
007700     EXIT.
007710*
007720*****************************************************************
007730*    2500-UPDATE-OPERATOR - C, P, U AND R ALL REWRITE AN
007740*    EXISTING OPERATOR.
007750*****************************************************************
007760 2500-UPDATE-OPERATOR.
007770     MOVE CSR-OTX-OPERATOR-ID TO CSR-OPR-OPERATOR-ID.
007780     READ CSR-OPR-FILE
007790         KEY IS CSR-OPR-OPERATOR-ID
007800         INVALID KEY
007810             MOVE 'OPERATOR NOT ON FILE' TO CSR-OMR-TXN-RESULT
007820             ADD 1 TO CSR-TXNS-ERROR-CTR
007830             GO TO 2500-EXIT
007840     END-READ.
007850     IF CSR-OTX-CHANGE
007860         IF CSR-OTX-NAME NOT = SPACES
007870             MOVE CSR-OTX-NAME TO CSR-OPR-NAME
007880         END-IF
007890         IF CSR-OPM-ACTIONS-WK NOT = SPACES
007900             MOVE CSR-OPM-ACTIONS-WK TO CSR-OPR-ACTIONS
007910         END-IF
007920         STRING 'CHANGED - ACTIONS ' DELIMITED BY SIZE
007930             CSR-OPR-ACTIONS DELIMITED BY SIZE
007940             INTO CSR-OMR-TXN-RESULT
007950     END-IF.
007960     IF CSR-OTX-RESET
007970         PERFORM 2900-HASH-PASSWORD THRU 2900-EXIT
007980         MOVE 0 TO CSR-OPR-FAILED-TRIES
007990         IF CSR-OPR-LOCKED
008000             SET CSR-OPR-ACTIVE TO TRUE
008010             MOVE 'PASSWORD RESET - ID UNLOCKED'
008020                 TO CSR-OMR-TXN-RESULT
008030         ELSE
008040             MOVE 'PASSWORD RESET' TO CSR-OMR-TXN-RESULT
008050         END-IF
008060         IF CSR-OPR-REVOKED
008070             MOVE 'PASSWORD RESET - ID IS STILL REVOKED'
008080                 TO CSR-OMR-TXN-RESULT
008090         END-IF
008100     END-IF.
008110     IF CSR-OTX-UNLOCK
008120         IF CSR-OPR-REVOKED
008130             MOVE 'REINSTATED' TO CSR-OMR-TXN-RESULT
008140         ELSE
008150             MOVE 'UNLOCKED' TO CSR-OMR-TXN-RESULT
008160         END-IF
008170         SET CSR-OPR-ACTIVE TO TRUE
008180         MOVE 0 TO CSR-OPR-FAILED-TRIES
008190     END-IF.
008200     IF CSR-OTX-REVOKE
008210         SET CSR-OPR-REVOKED TO TRUE
008220         MOVE 'REVOKED' TO CSR-OMR-TXN-RESULT
008230     END-IF.
008240     MOVE CSR-TODAY-DATE TO CSR-OPR-MAINT-DATE.
008250     REWRITE CSR-OPERATOR-RECORD.
008260     IF NOT CSR-OPRFILE-OK
008270         MOVE SPACES TO CSR-OMR-TXN-RESULT
008280         STRING 'OPERATOR NOT UPDATED, STATUS = '
008290             DELIMITED BY SIZE
008300             CSR-OPRFILE-STATUS DELIMITED BY SIZE
008310             INTO CSR-OMR-TXN-RESULT
008320         ADD 1 TO CSR-TXNS-ERROR-CTR
008330         GO TO 2500-EXIT
008340     END-IF.
008350     ADD 1 TO CSR-OPRS-CHANGED-CTR.
008360 2500-EXIT.
008370     EXIT.
008380*
008390*****************************************************************
008400*    2800-LIST-OPERATORS - WALK THE FILE IN ID ORDER, ONE LINE
008410*    PER OPERATOR.  NO PASSWORD OR HASH IS EVER PRINTED.
008420*****************************************************************
008430 2800-LIST-OPERATORS.
008440     MOVE 0 TO CSR-OPRS-LISTED-CTR.
008450     MOVE 'N' TO CSR-OPM-LIST-DONE-SW.
008460     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-LIST-HEADING.
008470     MOVE LOW-VALUES TO CSR-OPR-OPERATOR-ID.
008480     START CSR-OPR-FILE
008490         KEY IS GREATER THAN OR EQUAL TO CSR-OPR-OPERATOR-ID
008500         INVALID KEY
008510             SET CSR-OPM-LIST-DONE TO TRUE
008520     END-START.
008530     PERFORM 2850-LIST-ONE-OPERATOR THRU 2850-EXIT
008540         UNTIL CSR-OPM-LIST-DONE.
008550     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-BLANK-LINE.
008560     MOVE 'OPERATORS ON FILE' TO CSR-OMR-TOT-LABEL.
008570     MOVE CSR-OPRS-LISTED-CTR TO CSR-OMR-TOT-COUNT.
008580     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TOTAL-LINE.
008590     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-BLANK-LINE.
008600 2800-EXIT.
008610     EXIT.
008620*
008630 2850-LIST-ONE-OPERATOR.
008640     READ CSR-OPR-FILE NEXT RECORD
008650         AT END
008660             SET CSR-OPM-LIST-DONE TO TRUE
008670             GO TO 2850-EXIT
008680     END-READ.
008690     IF NOT CSR-OPRFILE-OK
008700         SET CSR-OPM-LIST-DONE TO TRUE
008710         GO TO 2850-EXIT
008720     END-IF.
008730     MOVE CSR-OPR-OPERATOR-ID TO CSR-OMR-LST-OPERATOR.
008740     MOVE CSR-OPR-NAME TO CSR-OMR-LST-NAME.
008750     IF CSR-OPR-ACTIVE
008760         MOVE 'ACTIVE' TO CSR-OMR-LST-STATUS
008770     ELSE
008780         IF CSR-OPR-LOCKED
008790             MOVE 'LOCKED' TO CSR-OMR-LST-STATUS
008800         ELSE
008810             MOVE 'REVOKED' TO CSR-OMR-LST-STATUS
008820         END-IF
008830     END-IF.
008840     MOVE CSR-OPR-ACTIONS TO CSR-OMR-LST-ACTIONS.
008850     MOVE CSR-OPR-FAILED-TRIES TO CSR-OMR-LST-FAILS.
008860     MOVE CSR-OPR-LAST-SIGNON-DATE TO CSR-OMR-LST-SIGNON.
008870     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-LIST-LINE.
008880     ADD 1 TO CSR-OPRS-LISTED-CTR.
008890 2850-EXIT.
008900     EXIT.
008910*
008920 2900-HASH-PASSWORD.
008930     MOVE SPACES TO CSR-OPERATOR-REQUEST.
008940     MOVE 'H' TO CSR-OCK-REQUEST.
008950     MOVE 'OPRMAINT' TO CSR-OCK-CALLER.
008960     MOVE CSR-OTX-OPERATOR-ID TO CSR-OCK-OPERATOR-ID.
008970     MOVE CSR-OTX-PASSWORD TO CSR-OCK-PASSWORD.
008980     CALL 'OPRCHK' USING CSR-OPERATOR-REQUEST.
008990     MOVE CSR-OCK-PASSWORD-HASH TO CSR-OPR-PASSWORD-HASH.
009000 2900-EXIT.
009010     EXIT.
009020*
009030*****************************************************************
009040*    3000-WRITE-TXN-LINE - ONE DISPOSITION LINE PER
009050*    TRANSACTION SO THE OPERATOR SEES WHAT LANDED AND WHY.
009060*****************************************************************
009070 3000-WRITE-TXN-LINE.
009080     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TXN-LINE.
009090     IF NOT CSR-OPRRPT-OK
009100         DISPLAY 'OPRMAINT: REPORT WRITE FAILED, STATUS = '
009110             CSR-OPRRPT-STATUS
009120     END-IF.
009130 3000-EXIT.
009140     EXIT.
009150*
009160*****************************************************************
009170*    4000-FINALIZE - CONTROL TOTALS, RETURN CODE AND CLOSE.
009180*****************************************************************
009190 4000-FINALIZE.
009200     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-BLANK-LINE.
009210     MOVE 'TRANSACTIONS READ' TO CSR-OMR-TOT-LABEL.
009220     MOVE CSR-TXNS-READ-CTR TO CSR-OMR-TOT-COUNT.
009230     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TOTAL-LINE.
009240     MOVE 'OPERATORS ADDED' TO CSR-OMR-TOT-LABEL.
009250     MOVE CSR-OPRS-ADDED-CTR TO CSR-OMR-TOT-COUNT.
009260     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TOTAL-LINE.
009270     MOVE 'OPERATORS UPDATED' TO CSR-OMR-TOT-LABEL.
009280     MOVE CSR-OPRS-CHANGED-CTR TO CSR-OMR-TOT-COUNT.
009290     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TOTAL-LINE.
009300     MOVE 'TRANSACTIONS IN ERROR' TO CSR-OMR-TOT-LABEL.
009310     MOVE CSR-TXNS-ERROR-CTR TO CSR-OMR-TOT-COUNT.
009320     WRITE CSR-OPRRPT-RECORD FROM CSR-OMR-TOTAL-LINE.
009330     CLOSE CSR-OPRTXN-FILE.
009340     CLOSE CSR-OPR-FILE.
009350     CLOSE CSR-OPRRPT-FILE.
009360     IF CSR-TXNS-ERROR-CTR > 0
009370         MOVE 4 TO RETURN-CODE
009380     END-IF.
009390 4000-EXIT.
009400     EXIT.
009410*
009420 END PROGRAM OPRMAINT.
