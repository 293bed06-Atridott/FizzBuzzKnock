    *> FBACKC.CPY
    *> ACKCTL ACKNOWLEDGMENT CONTROL RECORD FOR FIZZACK - HOW MANY
    *> DAYS AFTER THE RUN DATE A DEPARTMENT HAS TO ACKNOWLEDGE AN
    *> EXTRACT BEFORE IT COUNTS AS LATE (OR, WITH NO ACKNOWLEDGMENT,
    *> AS NEVER ACKNOWLEDGED), AND HOW MANY DAYS OF THE TRANSMISSION
    *> LOG TO RECONCILE (ZERO RECONCILES THE WHOLE LOG).
     01  ACK-CONTROL-RECORD.
         05  ACKC-GRACE-DAYS           PIC 9(03).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  ACKC-LOOKBACK-DAYS        PIC 9(03).
