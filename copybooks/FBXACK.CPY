    *> FBXACK.CPY
    *> XMITACK ACKNOWLEDGMENT RECORD - SENT BACK BY A DEPARTMENT FOR
    *> EACH EXTRACT IT RECEIVES, ECHOING THE RUN DATE FROM THE
    *> EXTRACT HEADER AND THE RECORD COUNT AND HASH TOTAL IT FOUND
    *> ON THE TRAILER, WITH THE DATE IT RECEIVED THE FILE.  THE
    *> DEPARTMENTS' FILES ARE CONCATENATED INTO XMITACK FOR FIZZACK.
     01  ACKNOWLEDGMENT-RECORD.
         05  ACK-REQUESTOR             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  ACK-RUN-DATE              PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  ACK-RECORD-COUNT          PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  ACK-HASH-TOTAL            PIC 9(13).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  ACK-RECEIVED-DATE         PIC X(08).
