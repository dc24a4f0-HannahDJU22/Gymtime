      * Pre-supplied weight/rep entries, one slot per exercise line in
      * that day's plan. Passed to push_program/pull_program/legs_
      * program alongside the batch flag so a batch check-in can drive
      * CHECK-AND-SAVE-PR without accepting from a terminal. The
      * submodule hands back ENTRY-CHECK-FLAG for each line: passed
      * the plausibility check, challenged at the desk and kept by
      * the member, or held out of PR history (batch only).
      *****************************************************************
       01 EXERCISE-ENTRY-TABLE.
         05 EXERCISE-ENTRY OCCURS 5 TIMES.
           10 ENTRY-WEIGHT PIC 999.
           10 ENTRY-REPS PIC 99.
           10 ENTRY-CHECK-FLAG PIC X(1).
             88 ENTRY-PASSED VALUE 'P'.
             88 ENTRY-CHALLENGED VALUE 'C'.
             88 ENTRY-HELD VALUE 'H'.
