      * they picked (when going), the weight/reps they hit on each
      * exercise in that plan so PR tracking can run without a
      * terminal in the loop, and an optional weigh-in (zero body
      * weight means no weigh-in on this check-in), and the time of
      * day of the check-in (HHMM, ZERO or spaces mean "not
      * supplied" - files cut before the field existed end short).
      *****************************************************************
       01 GYM-TRANSACTION-RECORD.
         05 TXN-MEMBER-ID PIC X(6).
         05 TXN-CHEST PIC 9(3).
         05 TXN-WAIST PIC 9(3).
         05 TXN-HIPS PIC 9(3).
         05 TXN-TIME PIC 9(4).
         05 TXN-TIME-X REDEFINES TXN-TIME PIC X(4).
