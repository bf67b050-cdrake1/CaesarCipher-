000100*****************************************************************
000200*    COPYBOOK    : CSRADV
000300*    DESCRIPTION : RECORD LAYOUTS FOR THE REJECT ADVICE FILE
000400*                  RETURNED TO AN ORIGINATING FIELD OFFICE
000500*                  (REJADV.BBBBBBBB, ONE FILE PER INCOMING BATCH
000600*                  ID).  A HDR CARRYING THE BATCH ID, ONE DTL
000700*                  PER SUSPENDED MESSAGE WITH ITS REASON IN
000800*                  PLAIN ENGLISH AND THE START OF ITS TEXT, AND
000900*                  A TRL WITH THE DETAIL COUNT AND A HASH TOTAL
001000*                  OF THE SEQUENCE NUMBERS - THE SAME CONTROLS
001100*                  THE OFFICE'S OWN EXTRACTS CARRY, SO ITS
001200*                  EXTRACT SYSTEM CAN LOAD AND BALANCE IT.  THE
001300*                  RECORD TYPE IS IN THE FIRST THREE BYTES OF
001400*                  EVERY RECORD.
001500*    MODIFICATION HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    10/15/26   CJD  ORIGINAL COPYBOOK
001800*****************************************************************
001900 01  CSR-ADVICE-RECORD.
002000     05  CSR-ADV-RECORD-TYPE     PIC X(03).
002100         88  CSR-ADV-DETAIL-REC      VALUE 'DTL'.
002200     05  CSR-ADV-BATCH-ID        PIC X(08).
002300     05  CSR-ADV-SEQ-NO          PIC 9(06).
002400     05  CSR-ADV-REASON-CODE     PIC X(02).
002500     05  CSR-ADV-REASON-TEXT     PIC X(40).
002600     05  CSR-ADV-CYCLE-DATE      PIC 9(08).
002700     05  CSR-ADV-SUSPENSE-FILE   PIC X(01).
002800         88  CSR-ADV-FROM-MSGREJ     VALUE 'R'.
002900         88  CSR-ADV-FROM-DSTSUSP    VALUE 'D'.
003000     05  CSR-ADV-TEXT-EXCERPT    PIC X(60).
003100 01  CSR-ADV-HEADER-RECORD.
003200     05  CSR-ADH-RECORD-TYPE     PIC X(03).
003300         88  CSR-ADV-HEADER-REC      VALUE 'HDR'.
003400     05  CSR-ADH-BATCH-ID        PIC X(08).
003500     05  CSR-ADH-CREATE-DATE     PIC 9(08).
003600     05  FILLER                  PIC X(109).
003700 01  CSR-ADV-TRAILER-RECORD.
003800     05  CSR-ADT-RECORD-TYPE     PIC X(03).
003900         88  CSR-ADV-TRAILER-REC     VALUE 'TRL'.
004000     05  CSR-ADT-RECORD-COUNT    PIC 9(07).
004100     05  CSR-ADT-SEQ-HASH        PIC 9(10).
004200     05  FILLER                  PIC X(108).
