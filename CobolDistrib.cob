000400*    EVERY RECORD WHOSE CODE IS BLANK OR NOT ON THE TABLE TO
000410*    THE DSTSUSP SUSPENSE FILE (REASON RT) - UNROUTED
000420*    TRAFFIC NEVER DEFAULTS TO A FEED.
000421*    ARGUMENT 1 P RUNS THE EXPEDITED INTRA-DAY DISTRIBUTION,
000422*    AFTER THE EXPEDITED CIPHER RUN.  THE JOB STEP POINTS
000423*    MSGOUT AND DSTSUSP AT THE EXPEDITED FILES.  ONLY ROUTES
000424*    WITH TRAFFIC GET A FEED, NAMED AFTER THE ROUTE'S FEED
000425*    WITH .P AND THE HHMM OF THE RUN APPENDED SO IT NEVER
000426*    OVERWRITES A NIGHTLY FEED, AND ITS HDR CARRIES PRIORITY
000427*    F WHEN ANY FLASH MESSAGE IS IN IT (I OTHERWISE).  EVERY
000428*    AUDIT LINE OF THE RUN IS ACTION P AND THE RUN LINE IS
000429*    BATCH *EXPFEED, SO NOTHING THAT COUNTS NIGHTLY
000429*    DISTRIBUTION CYCLES (*ALLFEED, ACTION T) SEES IT.
000430*    RETURN CODES:
000440*        0 - ALL TRAFFIC ROUTED
000450*        4 - UNROUTED TRAFFIC IN SUSPENSE
000506*                    ORIGINATING BATCH IS NOT CARRIED ON
000508*                    MSGOUT) SO THE SUSPENSE AGING REPORT CAN
000509*                    AGE DSTSUSP ITEMS TOO
000509*    10/15/26   CJD  EACH FEED AUDIT LINE NOW CARRIES THE
000509*                    FEED'S SEQUENCE HASH, SO CIPHACK CAN
000509*                    BALANCE THE PARTNER'S ACKNOWLEDGEMENT
000509*                    AGAINST WHAT WAS SENT
000509*    10/15/26   CJD  ARGUMENT 1 P - EXPEDITED DISTRIBUTION OF
000509*                    FLASH AND IMMEDIATE TRAFFIC DURING THE
000509*                    DAY, WITH FEEDS AND AUDIT LINES OF ITS
000509*                    OWN.  NIGHTLY FEED HEADERS NOW CARRY
000509*                    PRIORITY R.
000510*************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000840     COPY CSRMSG.
000850 FD  CSR-DST-FEED-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  CSR-DST-FEED-RECORD         PIC X(182).
000880 FD  CSR-DST-SUSP-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CSRREJ.
001180 01  CSR-DST-TODAY-DATE      PIC 9(08).
001190 01  CSR-DST-TODAY-TIME      PIC 9(08).
001200 01  CSR-DST-RETURN-CODE     PIC 9(02) VALUE 0.
001202 01  CSR-DST-ARG-VALUE       PIC X(20).
001204 01  CSR-DST-ARG-NUMBER      PIC 9(02) COMP VALUE 0.
001206 01  CSR-DST-RUN-MODE        PIC X(01) VALUE 'T'.
001208     88  CSR-DST-EXPEDITED        VALUE 'P'.
001210 01  CSR-DST-RUN-BATCH-ID    PIC X(08) VALUE '*ALLFEED'.
001212 01  CSR-DST-MATCH-CTR       PIC 9(07) VALUE 0.
001214 01  CSR-DST-FLASH-SW        PIC X(01) VALUE 'N'.
001216     88  CSR-DST-FLASH-SEEN       VALUE 'Y'.
001210*
001220 PROCEDURE DIVISION.
001230*
001400 1000-INITIALIZE.
001410     ACCEPT CSR-DST-TODAY-DATE FROM DATE YYYYMMDD.
001420     ACCEPT CSR-DST-TODAY-TIME FROM TIME.
001421     MOVE 1 TO CSR-DST-ARG-NUMBER.
001422     DISPLAY CSR-DST-ARG-NUMBER UPON ARGUMENT-NUMBER.
001423     ACCEPT CSR-DST-ARG-VALUE FROM ARGUMENT-VALUE
001424         ON EXCEPTION MOVE SPACES TO CSR-DST-ARG-VALUE
001425     END-ACCEPT.
001426     IF CSR-DST-ARG-VALUE(1:1) = 'P'
001427         MOVE 'P' TO CSR-DST-RUN-MODE
001428         MOVE '*EXPFEED' TO CSR-DST-RUN-BATCH-ID
001429         DISPLAY 'CIPHDIST: EXPEDITED DISTRIBUTION RUN'
001429     END-IF.
001430     OPEN INPUT CSR-DST-ROUTE-FILE.
001440     IF NOT CSR-DST-ROUTE-OK
001450         DISPLAY 'CIPHDIST: CIPHRTE OPEN FAILED, STATUS = '
001890*    EVERY RECORD CARRYING ITS CODE, WRITE ITS TRL WITH THE
001900*    COUNT AND SEQUENCE HASH, AND CUT ITS AUDIT RECORD.  AN
001910*    EMPTY FEED STILL GETS ITS CONTROL RECORDS - AN EXPLICIT
001920*    EMPTY TRANSMISSION, NOT A MISSING ONE.  THE EXPEDITED
001922*    RUN IS THE EXCEPTION: A ROUTE WITH NO FLASH OR IMMEDIATE
001924*    TRAFFIC GETS NO FEED AT ALL, SO A PARTNER IS NOT SENT AN
001926*    EMPTY FILE EVERY TIME THE RUN GOES.
001930*****************************************************************
001940 2200-DISTRIBUTE-ONE-FEED.
001950     MOVE CSR-RTE-CODE TO CSR-DST-CURR-ROUTE.
002000     MOVE CSR-DST-TODAY-TIME(1:5)
002010         TO CSR-DST-FEED-BATCH-ID(4:5).
002020     MOVE CSR-RTE-FEED-NAME TO CSR-DST-FEED-NAME.
002021     IF CSR-DST-EXPEDITED
002022         PERFORM 2250-COUNT-ROUTE THRU 2250-EXIT
002023         IF CSR-DST-MATCH-CTR = 0
002024             GO TO 2200-EXIT
002025         END-IF
002026         MOVE SPACES TO CSR-DST-FEED-NAME
002027         STRING CSR-RTE-FEED-NAME DELIMITED BY SPACE
002028             '.P' DELIMITED BY SIZE
002029             CSR-DST-TODAY-TIME(1:4) DELIMITED BY SIZE
002030             INTO CSR-DST-FEED-NAME
002031             ON OVERFLOW
002032                 DISPLAY 'CIPHDIST: EXPEDITED FEED NAME FOR '
002033                     CSR-DST-CURR-ROUTE ' IS TOO LONG - '
002034                     'ROUTE NOT SENT'
002035                 MOVE 12 TO CSR-DST-RETURN-CODE
002036                 GO TO 2200-EXIT
002037         END-STRING
002038     END-IF.
002030     OPEN OUTPUT CSR-DST-FEED-FILE.
002040     IF NOT CSR-DST-FEED-OK
002050         DISPLAY 'CIPHDIST: FEED OPEN FAILED FOR '
002200     MOVE 'HDR' TO CSR-HDR-RECORD-TYPE.
002210     MOVE CSR-DST-FEED-BATCH-ID TO CSR-HDR-BATCH-ID.
002220     MOVE CSR-DST-TODAY-DATE TO CSR-HDR-CREATE-DATE.
002221     IF NOT CSR-DST-EXPEDITED
002222         MOVE 'R' TO CSR-HDR-PRIORITY
002223     ELSE
002224         IF CSR-DST-FLASH-SEEN
002225             MOVE 'F' TO CSR-HDR-PRIORITY
002226         ELSE
002227             MOVE 'I' TO CSR-HDR-PRIORITY
002228         END-IF
002229     END-IF.
002230     MOVE CSR-MESSAGE-RECORD TO CSR-DST-FEED-RECORD.
002240     WRITE CSR-DST-FEED-RECORD.
002250     PERFORM 2300-COPY-ONE-RECORD THRU 2300-EXIT
002390 2200-EXIT.
002400     EXIT.
002410*
002411*****************************************************************
002412*    2250-COUNT-ROUTE - EXPEDITED RUN ONLY: A COUNTING PASS OF
002413*    MSGOUT FOR THE ROUTE JUST READ, NOTING WHETHER ANY OF ITS
002414*    TRAFFIC IS FLASH, BEFORE ANY FEED FILE IS OPENED.
002415*****************************************************************
002416 2250-COUNT-ROUTE.
002417     MOVE 0 TO CSR-DST-MATCH-CTR.
002418     MOVE 'N' TO CSR-DST-FLASH-SW.
002419     OPEN INPUT CSR-DST-MSGOUT-FILE.
002420     IF NOT CSR-DST-MSGOUT-OK
002421         GO TO 2250-EXIT
002422     END-IF.
002423     PERFORM 2260-COUNT-ONE-RECORD THRU 2260-EXIT
002424         UNTIL CSR-DST-MSGOUT-EOF.
002425     CLOSE CSR-DST-MSGOUT-FILE.
002426 2250-EXIT.
002427     EXIT.
002428*
002429 2260-COUNT-ONE-RECORD.
002430     READ CSR-DST-MSGOUT-FILE
002431         AT END
002432             SET CSR-DST-MSGOUT-EOF TO TRUE
002433             GO TO 2260-EXIT
002434     END-READ.
002435     IF CSR-BAT-HEADER-REC OR CSR-BAT-TRAILER-REC
002436         GO TO 2260-EXIT
002437     END-IF.
002438     IF CSR-MSG-ROUTE-CODE NOT = CSR-DST-CURR-ROUTE
002439         GO TO 2260-EXIT
002440     END-IF.
002441     ADD 1 TO CSR-DST-MATCH-CTR.
002442     IF CSR-MSG-FLASH
002443         SET CSR-DST-FLASH-SEEN TO TRUE
002444     END-IF.
002445 2260-EXIT.
002446     EXIT.
002447*
002420 2300-COPY-ONE-RECORD.
002430     READ CSR-DST-MSGOUT-FILE
002440         AT END
003410*    3000-WRITE-FEED-AUDIT - ONE AUDIT RECORD PER PARTNER
003420*    FEED, CARRYING THE FEED'S OWN BATCH ID AND COUNT, SO A
003430*    PARTNER TRANSMISSION CAN BE TIED BACK TO ITS AUDIT LINE
003440*    THE SAME WAY AN INCOMING OFFICE FILE CAN.  AN
003442*    EXPEDITED FEED'S LINE IS ACTION P.
003450*****************************************************************
003460 3000-WRITE-FEED-AUDIT.
003470     OPEN EXTEND CSR-DST-AUDIT-FILE.
003520     MOVE CSR-DST-TODAY-DATE TO CSR-AUD-RUN-DATE.
003530     MOVE CSR-DST-TODAY-TIME TO CSR-AUD-RUN-TIME.
003540     MOVE 'CIPHDIST' TO CSR-AUD-PROGRAM-ID.
003550     MOVE CSR-DST-RUN-MODE TO CSR-AUD-ACTION.
003560     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
003570     MOVE 0 TO CSR-AUD-SHIFT-KEY.
003580     MOVE CSR-RTE-PARTNER-NAME TO CSR-AUD-KEYWORD.
003634     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
003640     SET CSR-AUD-KEY-DAILY-DEFAULT TO TRUE.
003650     MOVE CSR-DST-FEED-BATCH-ID TO CSR-AUD-BATCH-ID.
003655     MOVE CSR-DST-FEED-HASH TO CSR-AUD-SEQ-HASH.
003660     WRITE CSR-AUDIT-RECORD.
003670     IF CSR-DST-AUDIT-STATUS NOT = '00'
003680         DISPLAY 'CIPHDIST: FEED AUDIT RECORD NOT WRITTEN, '
003860     MOVE CSR-DST-TODAY-DATE TO CSR-AUD-RUN-DATE.
003870     MOVE CSR-DST-TODAY-TIME TO CSR-AUD-RUN-TIME.
003880     MOVE 'CIPHDIST' TO CSR-AUD-PROGRAM-ID.
003890     MOVE CSR-DST-RUN-MODE TO CSR-AUD-ACTION.
003900     MOVE SPACES TO CSR-AUD-CIPHER-MODE.
003910     MOVE 0 TO CSR-AUD-SHIFT-KEY.
003920     MOVE SPACES TO CSR-AUD-KEYWORD.
003972     MOVE 0 TO CSR-AUD-RECS-CK-OK.
003974     MOVE 0 TO CSR-AUD-RECS-CK-FAIL.
003980     SET CSR-AUD-KEY-DAILY-DEFAULT TO TRUE.
003990     MOVE CSR-DST-RUN-BATCH-ID TO CSR-AUD-BATCH-ID.
003995     MOVE 0 TO CSR-AUD-SEQ-HASH.
004000     WRITE CSR-AUDIT-RECORD.
004010     IF CSR-DST-AUDIT-STATUS NOT = '00'
004020         DISPLAY 'CIPHDIST: RUN AUDIT RECORD NOT WRITTEN, '
