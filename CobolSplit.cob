000720     COPY CSRMSG.
000730 FD  CSR-SPL-STREAM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CSR-SPL-STREAM-RECORD       PIC X(182).
000760*
000770 WORKING-STORAGE SECTION.
000780 01  CSR-SPL-MSGIN-STATUS    PIC X(02).
