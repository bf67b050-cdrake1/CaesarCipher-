001009*                    REJECT/VERIFY COUNTS COVER ONLY THE
001011*                    RESUMED PORTION (RECORDS-IN IS ALWAYS
001012*                    THE FULL BATCH)
001014*    10/15/26   CJD  ADDED THE HOUSE-KEY FALLBACK FLAG: Y MEANS
001015*                    AT LEAST ONE ROUTED MESSAGE WAS CIPHERED
001016*                    UNDER THE HOUSE SCHEDULE BECAUSE ITS
001017*                    ROUTE HAD NO KEY OF ITS OWN FOR THE DAY.
001018*                    THE RECORD IS NOW 108 BYTES.
001019*    10/15/26   CJD  ADDED THE FEED SEQUENCE HASH.  ONLY THE
001020*                    CIPHDIST PER-FEED LINES CARRY IT (THE
001021*                    SAME FIGURE AS THE FEED'S TRL RECORD) SO
001022*                    A PARTNER ACKNOWLEDGEMENT CAN BE BALANCED
001023*                    AGAINST WHAT WAS SENT; EVERY OTHER LINE
001024*                    LEAVES IT ZERO OR BLANK, SO TEST IT
001025*                    NUMERIC BEFORE USE.  THE RECORD IS NOW
001026*                    118 BYTES.
001027*    10/15/26   CJD  ON AN INTERACTIVE (ACTION I) LINE THE
001028*                    KEYWORD FIELD NOW CARRIES THE OPERATOR ID
001029*                    SIGNED ON AT CIPHER-SCREEN.
001013*****************************************************************
001100 01  CSR-AUDIT-RECORD.
001200     05  CSR-AUD-RUN-DATE        PIC 9(08).
002197     05  CSR-AUD-RECS-CK-FAIL    PIC 9(07).
002200     05  CSR-AUD-RESUME-FLAG     PIC X(01).
002210         88  CSR-AUD-SPANS-RESTART   VALUE 'R'.
002220     05  CSR-AUD-KEY-FALLBACK    PIC X(01).
002230         88  CSR-AUD-HOUSE-FALLBACK  VALUE 'Y'.
002240     05  CSR-AUD-SEQ-HASH        PIC 9(10).
