000210*                    NEW CYCLE OVER A FAILED RUN'S CHECKPOINT.
000220*                    THE CYCLE-STATUS FILE AND THESE TWO
000230*                    PROGRAMS REPLACE THE WHITEBOARD.
000232*    10/15/26   CJD  A CYCLE MAY NO LONGER BE STARTED ON A
000234*                    NON-BUSINESS DAY OF THE CIPHCAL CALENDAR
000236*                    WITHOUT THE CIPHPARM OVERRIDE NAMING THAT
000238*                    DATE.
000239*    10/15/26   CJD  CYCSTEP REQUEST B REOPENS A CYCLE'S CIPHER
000239*                    AND RECON STEPS WHEN CIPHBACK BACKS OUT A
000239*                    BATCH, SO THE RERUN AND RECONCILIATION
000239*                    ARE REQUIRED AGAIN BEFORE HOUSEKEEPING.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CYCSTEP.
000420*        STEP K (CIPHKEEP) - REQUIRES RECONCILIATION
000430*            COMPLETE, AND REFUSED WHEN HOUSEKEEPING ALREADY
000440*            RAN (A SECOND RUN STACKS EMPTY GENERATIONS)
000442*    THE STEP THAT STARTS A CYCLE (INTAKE, WHEN NO CYCLE
000444*    RECORD EXISTS YET) IS ALSO REFUSED ON A NON-BUSINESS DAY
000446*    OF THE CIPHCAL CALENDAR UNLESS THE CIPHPARM NON-BUSINESS
000448*    OVERRIDE NAMES THAT VERY DATE.
000449*    REQUEST B (BACKOUT, CALLED BY CIPHBACK) PUTS THE CIPHER
000449*    AND RECONCILIATION STEPS BACK TO NOT DONE SO THE BACKED-
000449*    OUT BATCH MUST BE RERUN AND THE CYCLE RECONCILED AGAIN.
000449*    A CYCLE WHOSE HOUSEKEEPING HAS RUN IS CLOSED AND IS LEFT
000449*    AS IT IS (RETURN CODE 20); A DATE WITH NO CYCLE RECORD
000449*    HAS NOTHING TO REOPEN.
000450*    RETURN CODE 0 MEANS PROCEED; 20 MEANS OUT OF ORDER; 12
000460*    MEANS THE CYCLE FILE ITSELF WOULD NOT OPEN.  THE CALLER
000462*    ENDS WITH THE SAME CODE AND AN OPERATOR MESSAGE THAT
000480*    MODIFICATION HISTORY
000490*    DATE       INIT DESCRIPTION
000500*    09/02/26   CJD  ORIGINAL PROGRAM
000502*    10/15/26   CJD  NON-BUSINESS DAY CHECK ON CYCLE START,
000504*                    WITH THE CIPHPARM OVERRIDE DATE
000506*    10/15/26   CJD  REQUEST B - REOPEN THE CIPHER AND RECON
000508*                    STEPS OF AN OPEN CYCLE AFTER A BACKOUT
000510*************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CSR-CYC-RUN-DATE
000620         FILE STATUS IS CSR-CYCFILE-STATUS.
000622     SELECT CSR-CYS-PARM-FILE ASSIGN TO "CIPHPARM"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS CSR-CYS-PARM-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CSR-CYC-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CSRCYC.
000682 FD  CSR-CYS-PARM-FILE
000684     LABEL RECORDS ARE STANDARD.
000686     COPY CSRPRM.
000690*
000700 WORKING-STORAGE SECTION.
000710 01  CSR-CYCFILE-STATUS      PIC X(02).
000740 01  CSR-CYS-REC-FOUND-SW    PIC X(01).
000750     88  CSR-CYS-REC-FOUND        VALUE 'Y'.
000760 01  CSR-CYS-NOW-TIME        PIC 9(08).
000762 01  CSR-CYS-PARM-STATUS     PIC X(02).
000764     88  CSR-CYS-PARM-OK          VALUE '00'.
000766 01  CSR-CYS-OVERRIDE-DATE   PIC 9(08) VALUE 0.
000768*
000770*    BUSINESS-DAY LOOKUP.
000772     COPY CSRCLK.
000774*
000780 LINKAGE SECTION.
000790 01  CSR-CYS-RUN-DATE        PIC 9(08).
000800 01  CSR-CYS-REQUEST         PIC X(01).
000810     88  CSR-CYS-REQ-CHECK        VALUE 'C'.
000820     88  CSR-CYS-REQ-MARK         VALUE 'M'.
000825     88  CSR-CYS-REQ-BACKOUT      VALUE 'B'.
000830 01  CSR-CYS-STEP            PIC X(01).
000840     88  CSR-CYS-STEP-INTAKE      VALUE 'I'.
000850     88  CSR-CYS-STEP-CIPHER      VALUE 'C'.
001030     IF CSR-CYS-REQ-MARK
001040         PERFORM 3000-MARK-STEP-DONE THRU 3000-EXIT
001050     ELSE
001052         IF CSR-CYS-REQ-BACKOUT
001054             PERFORM 4000-REOPEN-CIPHER-STEP THRU 4000-EXIT
001056         ELSE
001060             PERFORM 2000-CHECK-PREDECESSORS THRU 2000-EXIT
001065         END-IF
001070     END-IF.
001080     CLOSE CSR-CYC-FILE.
001090     EXIT PROGRAM.
001650                 ' IS PAST INTAKE - CIPHER ALREADY COMPLETE'
001660             SET CSR-CYS-OUT-OF-ORDER TO TRUE
001670         END-IF
001672         IF NOT CSR-CYS-REC-FOUND
001674             PERFORM 2100-CHECK-BUSINESS-DAY THRU 2100-EXIT
001676         END-IF
001680         GO TO 2000-EXIT
001690     END-IF.
001700     IF CSR-CYS-STEP-CIPHER
002010 2000-EXIT.
002020     EXIT.
002030*
002031*****************************************************************
002032*    2100-CHECK-BUSINESS-DAY - A NEW CYCLE STARTS ONLY ON A
002033*    BUSINESS DAY, OR ON THE ONE NON-BUSINESS DATE THE
002034*    CIPHPARM OVERRIDE NAMES.  A DATE THE CALENDAR CANNOT
002035*    JUDGE IS LEFT TO THE OTHER RULES.
002036*****************************************************************
002037 2100-CHECK-BUSINESS-DAY.
002038     MOVE 'T' TO CSR-CLK-REQUEST.
002039     MOVE CSR-CYS-RUN-DATE TO CSR-CLK-DATE-1.
002040     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
002041     IF NOT CSR-CLK-OK OR CSR-CLK-BUSINESS-DAY
002042         GO TO 2100-CLOSE
002043     END-IF.
002044     MOVE 0 TO CSR-CYS-OVERRIDE-DATE.
002045     OPEN INPUT CSR-CYS-PARM-FILE.
002046     IF CSR-CYS-PARM-OK
002047         READ CSR-CYS-PARM-FILE
002048             AT END
002049                 MOVE SPACES TO CSR-PARM-RECORD
002050         END-READ
002051         IF CSR-PRM-NONBUS-DATE NUMERIC
002052                 AND CSR-PRM-NONBUS-DATE > 0
002053             MOVE CSR-PRM-NONBUS-DATE TO CSR-CYS-OVERRIDE-DATE
002054         END-IF
002055         CLOSE CSR-CYS-PARM-FILE
002056     END-IF.
002057     IF CSR-CYS-OVERRIDE-DATE = CSR-CYS-RUN-DATE
002058         DISPLAY 'CYCSTEP: CYCLE ' CSR-CYS-RUN-DATE
002059             ' STARTED ON A NON-BUSINESS DAY ('
002060             CSR-CLK-DESCRIPTION ') UNDER THE CIPHPARM '
002061             'OVERRIDE'
002062         GO TO 2100-CLOSE
002063     END-IF.
002064     DISPLAY 'CYCSTEP: CYCLE ' CSR-CYS-RUN-DATE ' IS A '
002065         'NON-BUSINESS DAY (' CSR-CLK-DESCRIPTION ') - SET '
002066         'THE CIPHPARM NON-BUSINESS OVERRIDE TO THIS DATE '
002067         'TO RUN IT'.
002068     SET CSR-CYS-OUT-OF-ORDER TO TRUE.
002069 2100-CLOSE.
002070     MOVE 'C' TO CSR-CLK-REQUEST.
002071     CALL 'CALDAY' USING CSR-CALENDAR-REQUEST.
002072 2100-EXIT.
002073     EXIT.
002074*
002040*****************************************************************
002050*    3000-MARK-STEP-DONE - STAMP THE STEP'S FLAG AND TIME AND
002060*    PUT THE RECORD BACK.  MARKING DOES NOT RE-CHECK - THE
003320 3000-EXIT.
003330     EXIT.
003340*
003341*****************************************************************
003342*    4000-REOPEN-CIPHER-STEP - A BATCH OF THIS CYCLE HAS BEEN
003343*    BACKED OUT, SO THE CIPHER STEP IS NO LONGER COMPLETE AND
003344*    NEITHER IS THE RECONCILIATION THAT PROVED IT.  INTAKE
003345*    STANDS.  ONCE HOUSEKEEPING HAS RUN THE CYCLE IS CLOSED
003346*    AND ITS GENERATIONS KEPT - THE RERUN BELONGS TO A LATER
003347*    CYCLE AND NOTHING HERE IS CHANGED.
003348*****************************************************************
003349 4000-REOPEN-CIPHER-STEP.
003350     IF NOT CSR-CYS-REC-FOUND
003351         GO TO 4000-EXIT
003352     END-IF.
003353     IF CSR-CYC-KEEP-DONE
003354         DISPLAY 'CYCSTEP: CYCLE ' CSR-CYS-RUN-DATE
003355             ' IS CLOSED - HOUSEKEEPING RAN, STEPS NOT REOPENED'
003356         SET CSR-CYS-OUT-OF-ORDER TO TRUE
003357         GO TO 4000-EXIT
003358     END-IF.
003359     MOVE 'N' TO CSR-CYC-CIPHER-SW.
003360     MOVE 0 TO CSR-CYC-CIPHER-TIME.
003361     MOVE 'N' TO CSR-CYC-RECON-SW.
003362     MOVE 0 TO CSR-CYC-RECON-TIME.
003363     REWRITE CSR-CYCLE-RECORD
003364         INVALID KEY
003365             DISPLAY 'CYCSTEP: CYCLE RECORD NOT REOPENED, '
003366                 'STATUS = ' CSR-CYCFILE-STATUS
003367             SET CSR-CYS-FILE-ERROR TO TRUE
003368     END-REWRITE.
003369 4000-EXIT.
003370     EXIT.
003371*
003350 END PROGRAM CYCSTEP.
003360
000100*****************************************************************
