001406*                    RECORDS WHOSE PER-RECORD CHECK VALUE DID
001407*                    NOT MATCH THEIR TEXT - CORRUPTION INSIDE
001408*                    A BATCH THAT THE TRAILER TOTALS MISS
001409*    10/15/26   CJD  IMAGE WIDENED TO THE 182-BYTE CSRMSG
001409*                    RECORD AND ADDED THE PR REASON FOR
001409*                    ROUTINE TRAFFIC THAT REACHED THE
001409*                    EXPEDITED CIPHER RUN - IT WAITS IN
001409*                    SUSPENSE FOR THE NIGHTLY CYCLE
001400*****************************************************************
001500 01  CSR-REJECT-RECORD.
001600     05  CSR-REJ-MESSAGE-IMAGE   PIC X(182).
001700     05  CSR-REJ-REASON-CODE     PIC X(02).
001800         88  CSR-REJ-INVALID-ACTION  VALUE 'AC'.
001900         88  CSR-REJ-CIPHER-ERROR    VALUE '20' '30' '40'.
002050         88  CSR-REJ-VERIFY-FAILED   VALUE 'VF'.
002060         88  CSR-REJ-UNROUTED        VALUE 'RT'.
002065         88  CSR-REJ-CHECK-FAILED    VALUE 'CK'.
002066         88  CSR-REJ-NOT-EXPEDITED   VALUE 'PR'.
002070     05  CSR-REJ-BATCH-ID        PIC X(08).
002080     05  CSR-REJ-CYCLE-DATE      PIC 9(08).
002100     05  FILLER                  PIC X(04).
