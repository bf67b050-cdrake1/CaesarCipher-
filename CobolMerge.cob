000546*                    RECORD WAS BEING DOUBLE-COUNTED, AND
000547*                    SAME-DATE SOLVE/REPROCESS RUNS WERE
000548*                    LEAKING INTO THE CIPHER TOTALS
000549*    10/15/26   CJD  CARRIES THE HOUSE-KEY FALLBACK FLAG OF
000551*                    ANY INSTANCE INTO THE COMBINED RECORD
000550*************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000850 FILE SECTION.
000860 FD  CSR-MRG-S1-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  CSR-MRG-S1-RECORD           PIC X(182).
000890 FD  CSR-MRG-S2-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  CSR-MRG-S2-RECORD           PIC X(182).
000920 FD  CSR-MRG-S3-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  CSR-MRG-S3-RECORD           PIC X(182).
000950 FD  CSR-MRG-S4-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  CSR-MRG-S4-RECORD           PIC X(182).
000980 FD  CSR-MRG-MSGOUT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  CSR-MRG-MSGOUT-RECORD       PIC X(182).
001010 FD  CSR-MRG-PARM-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY CSRPRM.
001430         10  CSR-MRG-ENT-EOF-SW  PIC X(01).
001440             88  CSR-MRG-ENT-AT-EOF   VALUE 'Y'.
001450         10  CSR-MRG-ENT-SEQ     PIC 9(06).
001460         10  CSR-MRG-ENT-RECORD  PIC X(182).
001470 01  CSR-MRG-SEQ-WORK-X      PIC X(06).
001480 01  CSR-MRG-SEQ-WORK-9 REDEFINES CSR-MRG-SEQ-WORK-X
001490                             PIC 9(06).
001530 01  CSR-MRG-AUD-FOUND-CTR   PIC 9(05) VALUE 0.
001540 01  CSR-MRG-AUD-ACTION      PIC X(01) VALUE 'E'.
001550 01  CSR-MRG-AUD-OVERRIDE    PIC X(01) VALUE 'N'.
001555 01  CSR-MRG-AUD-FALLBACK    PIC X(01) VALUE 'N'.
001560 01  CSR-MRG-SUM-IN          PIC 9(07) VALUE 0.
001570 01  CSR-MRG-SUM-OUT         PIC 9(07) VALUE 0.
001580 01  CSR-MRG-SUM-REJ         PIC 9(07) VALUE 0.
001613         10  CSR-MRG-INST-USED-SW PIC X(01).
001614             88  CSR-MRG-INST-USED    VALUE 'Y'.
001615         10  CSR-MRG-INST-OVR    PIC X(01).
001615         10  CSR-MRG-INST-FBK    PIC X(01).
001616         10  CSR-MRG-INST-IN     PIC 9(07).
001617         10  CSR-MRG-INST-OUT    PIC 9(07).
001618         10  CSR-MRG-INST-REJ    PIC 9(07).
004472     MOVE CSR-MRG-SUM-CKOK TO CSR-AUD-RECS-CK-OK.
004474     MOVE CSR-MRG-SUM-CKF TO CSR-AUD-RECS-CK-FAIL.
004480     MOVE CSR-MRG-AUD-OVERRIDE TO CSR-AUD-OVERRIDE.
004485     MOVE CSR-MRG-AUD-FALLBACK TO CSR-AUD-KEY-FALLBACK.
004490     MOVE '*MERGED*' TO CSR-AUD-BATCH-ID.
004500     WRITE CSR-AUDIT-RECORD.
004510     IF NOT CSR-MRG-AUDIT-OK
004642         TO CSR-MRG-INST-CKF(CSR-MRG-INST-SUB).
004643     MOVE CSR-AUD-OVERRIDE
004644         TO CSR-MRG-INST-OVR(CSR-MRG-INST-SUB).
004644     MOVE CSR-AUD-KEY-FALLBACK
004644         TO CSR-MRG-INST-FBK(CSR-MRG-INST-SUB).
004645 3100-EXIT.
004646     EXIT.
004647*
004671     IF CSR-MRG-INST-OVR(CSR-MRG-INST-SUB) = 'Y'
004672         MOVE 'Y' TO CSR-MRG-AUD-OVERRIDE
004673     END-IF.
004673     IF CSR-MRG-INST-FBK(CSR-MRG-INST-SUB) = 'Y'
004673         MOVE 'Y' TO CSR-MRG-AUD-FALLBACK
004673     END-IF.
004674 3150-EXIT.
004675     EXIT.
004676*
