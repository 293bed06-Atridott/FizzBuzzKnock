    *> FBTVOL.CPY
    *> TRNVOL TRANSACTION VOLUME LEDGER RECORD - ONE LINE PER
    *> REQUESTOR SEEN IN A FIZZTRN RUN, APPENDED UNDER THE RUN'S
    *> AUD-RUN-ID WHEN THE RUN COMPLETES: TRANIN ITEMS CLASSIFIED,
    *> ITEMS REJECTED TO SUSPF, AND CORRIN CORRECTIONS CLASSIFIED.
    *> TRANOUT IS REWRITTEN EVERY RUN AND AUDITLOG CARRIES ONLY RUN
    *> TOTALS, SO THIS LEDGER IS THE DEPARTMENT-LEVEL VOLUME THE
    *> FIZZCHG CHARGEBACK PRICES.  TVOL-CLASSIFIED PLUS
    *> TVOL-CORRECTED OVER A RUN'S LINES EQUALS THAT RUN'S
    *> AUD-TOTAL-PROCESSED.
     01  TRAN-VOLUME-RECORD.
         05  TVOL-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  TVOL-REQUESTOR            PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  TVOL-CLASSIFIED           PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  TVOL-REJECTED             PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  TVOL-CORRECTED            PIC 9(09).
