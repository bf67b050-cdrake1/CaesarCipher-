000100*****************************************************************
000200*    COPYBOOK    : CSRDLV
000300*    DESCRIPTION : RECORD LAYOUT FOR THE PARTNER DELIVERY STATUS
000400*                  FILE (CIPHDLV), AN INDEXED (KSDS-STYLE) FILE
000500*                  KEYED BY FEED BATCH ID PLUS FEED DATE.  ONE
000600*                  RECORD IS WRITTEN BY CIPHACK THE FIRST TIME A
000700*                  PARTNER ACKNOWLEDGES A FEED AND REWRITTEN IF
000800*                  IT ACKNOWLEDGES AGAIN, HOLDING WHAT WAS SENT
000900*                  (FROM THE CIPHDIST AUDIT LINE) BESIDE WHAT
001000*                  THE PARTNER SAYS IT RECEIVED.  A FEED WITH NO
001100*                  RECORD HERE HAS NEVER BEEN ACKNOWLEDGED.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    10/15/26   CJD  ORIGINAL COPYBOOK
001500*****************************************************************
001600 01  CSR-DELIVERY-RECORD.
001700     05  CSR-DLV-KEY.
001800         10  CSR-DLV-BATCH-ID    PIC X(08).
001900         10  CSR-DLV-FEED-DATE   PIC 9(08).
002000     05  CSR-DLV-ROUTE-CODE      PIC X(03).
002100     05  CSR-DLV-PARTNER-NAME    PIC X(20).
002200     05  CSR-DLV-SENT-COUNT      PIC 9(07).
002300     05  CSR-DLV-SENT-HASH       PIC 9(10).
002400     05  CSR-DLV-RECV-COUNT      PIC 9(07).
002500     05  CSR-DLV-RECV-HASH       PIC 9(10).
002600     05  CSR-DLV-ACK-FLAG        PIC X(01).
002700     05  CSR-DLV-STATUS          PIC X(01).
002800         88  CSR-DLV-ACKED           VALUE 'A'.
002900         88  CSR-DLV-NAKED           VALUE 'N'.
003000     05  CSR-DLV-REASON-CODE     PIC X(02).
003100         88  CSR-DLV-PARTNER-REJECT  VALUE 'RJ'.
003200         88  CSR-DLV-TOTALS-DISAGREE VALUE 'CT'.
003300     05  CSR-DLV-ACK-DATE        PIC 9(08).
003400     05  CSR-DLV-ACK-TIME        PIC 9(08).
003500     05  FILLER                  PIC X(07).
