000474*                    WHEN HOUSEKEEPING ALREADY RAN AND WOULD
000475*                    STACK EMPTY GENERATIONS) AND MARKS THE
000476*                    HOUSEKEEPING STEP COMPLETE AT END OF RUN
000477*    10/15/26   CJD  AUDIT WORK TABLE AND HISTORY RECORD
000478*                    WIDENED TO 108 BYTES FOR THE HOUSE-KEY
000479*                    FALLBACK FLAG
000479*    10/15/26   CJD  AUDIT WORK TABLE AND HISTORY RECORD
000479*                    WIDENED TO 118 BYTES FOR THE FEED
000479*                    SEQUENCE HASH
000470*************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000770     COPY CSRPRM.
000780 FD  CSR-HSK-MSGOUT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CSR-HSK-MSGOUT-RECORD       PIC X(182).
000810 FD  CSR-HSK-SOLVERPT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  CSR-HSK-SOLVERPT-RECORD     PIC X(160).
000860     COPY CSRAUD.
000870 FD  CSR-HSK-GEN-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  CSR-HSK-GEN-RECORD          PIC X(182).
000900 FD  CSR-HSK-HIST-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  CSR-HSK-HIST-RECORD         PIC X(118).
000930*
000940 WORKING-STORAGE SECTION.
000950 01  CSR-HSK-PARM-STATUS     PIC X(02).
001290*    BIGGER THAN THE TABLE STOPS THE RUN RATHER THAN LOSING
001300*    RECORDS.
001310 01  CSR-HSK-AUDIT-TABLE.
001320     05  CSR-HSK-AUD-ENTRY   OCCURS 5000 TIMES PIC X(118).
001330 01  CSR-HSK-AUD-COUNT       PIC 9(05) COMP VALUE 0.
001332 01  CSR-CYS-REQUEST-WK      PIC X(01).
001334 01  CSR-CYS-STEP-WK         PIC X(01) VALUE 'K'.
