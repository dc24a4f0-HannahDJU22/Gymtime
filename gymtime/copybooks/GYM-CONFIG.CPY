      * GYM-CONFIG
      * Tuning constants shared between PROGRAM1 and GYM_BATCH so the
      * interactive and batch entry points can't drift apart.
      * The entry tolerances are the shop's limits for a plausible
      * weight/rep entry, applied by entry_check for the exercise
      * screens, gym_batch and the nightly suspect-entry report:
      *   - more than WS-PLAN-OVER-PCT % of the plan weight, or more
      *     than WS-HISTORY-OVER-PCT % of the best weight logged in
      *     the last WS-HISTORY-DAYS days, is suspect - but never
      *     within WS-MIN-JUMP-LB of it, so light lifts can move;
      *   - less than WS-PLAN-UNDER-PCT % of the plan weight is
      *     suspect (a dropped digit);
      *   - more than WS-MAX-REPS reps is suspect.
      *****************************************************************
       01 WS-NO-STREAK-LIMIT PIC 9(3) VALUE 3.
       01 WS-PLAN-OVER-PCT PIC 9(3) VALUE 150.
       01 WS-PLAN-UNDER-PCT PIC 9(3) VALUE 40.
       01 WS-HISTORY-OVER-PCT PIC 9(3) VALUE 125.
       01 WS-HISTORY-DAYS PIC 9(3) VALUE 90.
       01 WS-MIN-JUMP-LB PIC 9(3) VALUE 10.
       01 WS-MAX-REPS PIC 9(2) VALUE 30.
