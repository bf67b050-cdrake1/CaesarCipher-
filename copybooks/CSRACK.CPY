000100*****************************************************************
000200*    COPYBOOK    : CSRACK
000300*    DESCRIPTION : RECORD LAYOUT FOR A PARTNER ACKNOWLEDGEMENT
000400*                  (PTNACK).  A PARTNER SITE RETURNS ONE RECORD
000500*                  PER FEED IT RECEIVED, QUOTING THE FEED BATCH
000600*                  ID AND CREATE DATE FROM THE FEED'S HDR, THE
000700*                  DETAIL COUNT AND SEQUENCE HASH IT BALANCED
000800*                  TO, AND WHETHER IT ACCEPTED THE FEED.  THE
000900*                  DAY'S ACKNOWLEDGEMENTS FROM ALL PARTNERS ARE
001000*                  CONCATENATED INTO ONE PTNACK FOR CIPHACK.
001100*    MODIFICATION HISTORY
001200*    DATE       INIT DESCRIPTION
001300*    10/15/26   CJD  ORIGINAL COPYBOOK
001400*****************************************************************
001500 01  CSR-ACK-RECORD.
001600     05  CSR-ACK-BATCH-ID        PIC X(08).
001700     05  CSR-ACK-FEED-DATE       PIC 9(08).
001750     05  CSR-ACK-FEED-DATE-X REDEFINES CSR-ACK-FEED-DATE
001760                                 PIC X(08).
001800     05  CSR-ACK-RECV-COUNT      PIC 9(07).
001900     05  CSR-ACK-SEQ-HASH        PIC 9(10).
002000     05  CSR-ACK-FLAG            PIC X(01).
002100         88  CSR-ACK-ACCEPTED        VALUE 'A'.
002200         88  CSR-ACK-REJECTED        VALUE 'R'.
002300         88  CSR-ACK-FLAG-VALID      VALUE 'A' 'R'.
002400     05  FILLER                  PIC X(06).
