    *> FBRATE.CPY
    *> RATECTL CHARGEBACK RATE CARD RECORD - ONE LINE PER
    *> DEPARTMENT (REQUESTOR ID), PLUS AN OPTIONAL "DEFAULT" LINE
    *> THAT PRICES ANY DEPARTMENT WITHOUT ITS OWN: THE RATE PER ITEM
    *> CLASSIFIED (TRANIN TRANSACTIONS AND CORRIN CORRECTIONS ALIKE),
    *> THE FEE PER ITEM REJECTED TO SUSPF, AND THE MONTHLY MINIMUM
    *> CHARGE.  AMOUNTS CARRY IMPLIED DECIMALS - 0005000 IS A RATE
    *> OF 0.5000, 00250 A FEE OF 2.50.
     01  RATE-CARD-RECORD.
         05  RATE-REQUESTOR            PIC X(08).
             88  RATE-IS-DEFAULT                 VALUE "DEFAULT".
         05  FILLER                    PIC X(01).
         05  RATE-ITEM-RATE            PIC 9(03)V9(04).
         05  FILLER                    PIC X(01).
         05  RATE-REJECT-FEE           PIC 9(03)V9(02).
         05  FILLER                    PIC X(01).
         05  RATE-MONTHLY-MIN          PIC 9(05)V9(02).
