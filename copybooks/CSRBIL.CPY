000100*****************************************************************
000200*    COPYBOOK    : CSRBIL
000300*    DESCRIPTION : RECORD LAYOUTS FOR THE MONTHLY BILLING SUMMARY
000400*                  (BILLSUM) CIPHSTMT SENDS TO THE BILLING SYSTEM.
000500*                  A HDR CARRYING THE MONTH, ONE DTL PER PARTNER
000600*                  AND ROUTE WITH THE MONTH'S COUNTS AND CHARGE,
000700*                  AND A TRL WITH THE CONTROL TOTALS.  THE TRL
000800*                  TIES BACK TO THE AUDIT LOG: THE MESSAGES ON
000900*                  THE FEED AUDIT LINES TAKEN EQUAL THE MESSAGES
001000*                  BILLED PLUS THE MESSAGES ON NIGHTLY FEEDS
001100*                  SUPERSEDED BY A RERUN THE SAME DAY.  A DTL
001200*                  WITH A ZERO RATE DATE HAD NO RATE ON CIPHRATE
001300*                  AND CARRIES A ZERO CHARGE.  THE RECORD TYPE IS
001400*                  IN THE FIRST THREE BYTES OF EVERY RECORD.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    10/15/26   CJD  ORIGINAL COPYBOOK
001800*****************************************************************
001900 01  CSR-BILLING-RECORD.
002000     05  CSR-BIL-RECORD-TYPE     PIC X(03).
002100         88  CSR-BIL-DETAIL-REC      VALUE 'DTL'.
002200     05  CSR-BIL-MONTH           PIC 9(06).
002300     05  CSR-BIL-PARTNER-NAME    PIC X(20).
002400     05  CSR-BIL-ROUTE-CODE      PIC X(03).
002500     05  CSR-BIL-NIGHTLY-MSGS    PIC 9(07).
002600     05  CSR-BIL-NIGHTLY-FEEDS   PIC 9(05).
002700     05  CSR-BIL-EXP-MSGS        PIC 9(07).
002800     05  CSR-BIL-EXP-FEEDS       PIC 9(05).
002900     05  CSR-BIL-RESENT-MSGS     PIC 9(07).
003000     05  CSR-BIL-RESEND-FEEDS    PIC 9(05).
003100     05  CSR-BIL-RATE-DATE       PIC 9(08).
003200     05  CSR-BIL-CHARGE          PIC 9(07)V99.
003300     05  FILLER                  PIC X(15).
003400 01  CSR-BIL-HEADER-RECORD.
003500     05  CSR-BLH-RECORD-TYPE     PIC X(03).
003600         88  CSR-BIL-HEADER-REC      VALUE 'HDR'.
003700     05  CSR-BLH-MONTH           PIC 9(06).
003800     05  CSR-BLH-CREATE-DATE     PIC 9(08).
003900     05  CSR-BLH-CREATE-TIME     PIC 9(08).
004000     05  FILLER                  PIC X(75).
004100 01  CSR-BIL-TRAILER-RECORD.
004200     05  CSR-BLT-RECORD-TYPE     PIC X(03).
004300         88  CSR-BIL-TRAILER-REC     VALUE 'TRL'.
004400     05  CSR-BLT-RECORD-COUNT    PIC 9(07).
004500     05  CSR-BLT-BILLED-MSGS     PIC 9(09).
004600     05  CSR-BLT-BILLED-FEEDS    PIC 9(07).
004700     05  CSR-BLT-TOTAL-CHARGE    PIC 9(09)V99.
004800     05  CSR-BLT-AUDIT-LINES     PIC 9(07).
004900     05  CSR-BLT-AUDIT-MSGS      PIC 9(09).
005000     05  CSR-BLT-SUPERSEDED-LINES
005100                                 PIC 9(05).
005200     05  CSR-BLT-SUPERSEDED-MSGS PIC 9(09).
005300     05  FILLER                  PIC X(33).
