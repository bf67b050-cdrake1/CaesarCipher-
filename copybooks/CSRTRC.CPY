001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    09/02/26   CJD  ORIGINAL COPYBOOK
001410*    10/15/26   CJD  ADDED THE REKEYED STATION, POSTED BY
001420*                    CIPHREKY UNDER THE RE-ISSUE FEED'S BATCH
001430*                    ID WHEN A MESSAGE IS RE-SENT UNDER A
001440*                    REPLACEMENT KEY
001450*    10/15/26   CJD  ADDED THE ACKED AND NAKED STATIONS, POSTED
001460*                    BY CIPHACK UNDER THE PARTNER FEED'S BATCH
001470*                    ID WHEN THE PARTNER ACCEPTS OR REJECTS THE
001480*                    FEED (NAKED REASON RJ = PARTNER REJECTED,
001490*                    CT = ACKNOWLEDGED TOTALS DISAGREE)
001492*    10/15/26   CJD  ADDED THE ADVISED STATION, POSTED BY
001494*                    CIPHADV WHEN A SUSPENDED MESSAGE IS
001496*                    WRITTEN TO ITS OFFICE'S REJECT ADVICE
001498*                    FILE (REASON = THE SUSPENSE REASON)
001499*    10/15/26   CJD  ADDED THE BACKOUT STATION, POSTED BY
001499*                    CIPHBACK FOR EVERY MESSAGE OF A BATCH
001499*                    WHOSE CIPHER RUN HAS BEEN REVERSED
001499*    10/15/26   CJD  ADDED THE RESENT STATION, POSTED BY
001499*                    CIPHRSND UNDER THE RESEND FEED'S BATCH ID
001499*                    WHEN A MESSAGE IS SENT TO ITS PARTNER A
001499*                    SECOND TIME AT THE PARTNER'S REQUEST
001500*****************************************************************
001600 01  CSR-TRACE-RECORD.
001700     05  CSR-TRC-BATCH-ID        PIC X(08).
002100         88  CSR-TRC-AT-SHIPPED      VALUE 'SHIPPED '.
002200         88  CSR-TRC-AT-SUSPENSE     VALUE 'SUSPENSE'.
002300         88  CSR-TRC-AT-REPROCESS    VALUE 'REPROC  '.
002350         88  CSR-TRC-AT-REKEYED      VALUE 'REKEYED '.
002360         88  CSR-TRC-AT-ACKED        VALUE 'ACKED   '.
002370         88  CSR-TRC-AT-NAKED        VALUE 'NAKED   '.
002380         88  CSR-TRC-AT-ADVISED      VALUE 'ADVISED '.
002390         88  CSR-TRC-AT-BACKOUT      VALUE 'BACKOUT '.
002395         88  CSR-TRC-AT-RESENT       VALUE 'RESENT  '.
002400     05  CSR-TRC-EVENT-DATE      PIC 9(08).
002500     05  CSR-TRC-EVENT-TIME      PIC 9(08).
002600     05  CSR-TRC-REASON-CODE     PIC X(02).
