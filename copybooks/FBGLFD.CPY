    *> FBGLFD.CPY
    *> GLFEED GENERAL LEDGER BILLING FEED - FIXED LAYOUT, WRITTEN
    *> BY THE FIZZCHG MONTHLY CHARGEBACK.  ONE HEADER FOR THE
    *> BILLING PERIOD, ONE DETAIL PER DEPARTMENT BILLED, AND A
    *> TRAILER CARRYING THE DETAIL COUNT AND THE SUM OF THE AMOUNTS
    *> DUE SO THE LEDGER INTERFACE CAN PROVE IT RECEIVED THE WHOLE
    *> FILE.  AMOUNTS CARRY TWO IMPLIED DECIMALS.
     01  GL-FEED-HEADER.
         05  GLH-ID                    PIC X(03) VALUE "HDR".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLH-PERIOD                PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLH-RUN-DATE              PIC X(08).

     01  GL-FEED-DETAIL.
         05  GLD-ID                    PIC X(03) VALUE "DET".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-PERIOD                PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-REQUESTOR             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-ITEM-AMOUNT           PIC 9(09)V9(02).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-REJECT-AMOUNT         PIC 9(09)V9(02).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-MINIMUM-ADJ           PIC 9(09)V9(02).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLD-AMOUNT-DUE            PIC 9(09)V9(02).

     01  GL-FEED-TRAILER.
         05  GLT-ID                    PIC X(03) VALUE "TRL".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLT-RECORD-COUNT          PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GLT-AMOUNT-TOTAL          PIC 9(11)V9(02).
