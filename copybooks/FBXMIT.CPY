    *> FBXMIT.CPY
    *> XMITLOG TRANSMISSION LOG RECORD - ONE LINE APPENDED BY FIZZDST
    *> FOR EVERY TRANOUT.<REQUESTOR> EXTRACT IT CUTS: THE DEPARTMENT,
    *> THE RUN DATE ON THE EXTRACT HEADER, THE FILE NAME, AND THE
    *> RECORD COUNT AND HASH TOTAL ON THE EXTRACT TRAILER.  FIZZACK
    *> MATCHES THE DEPARTMENTS' ACKNOWLEDGMENTS (FBXACK) AGAINST IT.
     01  TRANSMISSION-LOG-RECORD.
         05  XMIT-REQUESTOR            PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  XMIT-RUN-DATE             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  XMIT-DSN                  PIC X(16).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  XMIT-RECORD-COUNT         PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  XMIT-HASH-TOTAL           PIC 9(13).
