000100*****************************************************************
000200*    COPYBOOK    : CSRBKP
000300*    DESCRIPTION : RECORD LAYOUT FOR THE PENDING BATCH-BACKOUT
000400*                  FILE (CIPHBKP), AN INDEXED (KSDS-STYLE) FILE
000500*                  KEYED BY THE BATCH ID TO BE BACKED OUT.  A
000600*                  BACKOUT REQUEST LANDS HERE FIRST AND IS
000700*                  CARRIED OUT ONLY WHEN A SECOND OPERATOR'S
000800*                  APPROVAL FOR THE SAME BATCH ARRIVES - THE SAME
000900*                  DUAL CONTROL CIPHPND GIVES KEY CHANGES, SINCE
001000*                  A BACKOUT REWRITES THE REGISTRY, THE AUDIT
001100*                  TRAIL AND THE CYCLE STATUS IN ONE STROKE.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    10/15/26   CJD  ORIGINAL COPYBOOK
001500*****************************************************************
001600 01  CSR-BACKOUT-PND-RECORD.
001700     05  CSR-BKP-BATCH-ID        PIC X(08).
001800     05  CSR-BKP-REASON          PIC X(40).
001900     05  CSR-BKP-ENTERED-BY      PIC X(08).
002000     05  CSR-BKP-ENTERED-DATE    PIC 9(08).
002100     05  CSR-BKP-ENTERED-TIME    PIC 9(08).
002200     05  FILLER                  PIC X(08).
