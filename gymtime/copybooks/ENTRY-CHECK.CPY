      *****************************************************************
      * ENTRY-CHECK-AREA
      * Parameter block for entry_check, the plausibility test on one
      * weight/rep entry. The caller fills in the member, exercise,
      * session date, plan weight and the entry itself. With
      * EC-SCAN-HISTORY entry_check reads WRKDTL.DAT for the best
      * weight the member logged on that exercise in the history
      * window before the session date and returns it in
      * EC-RECENT-BEST; with EC-HISTORY-SUPPLIED the caller has
      * already put the best to compare against there (zero = no
      * history). Back come the verdict, a reason code, the limit
      * that was broken and a short message for screens and reports.
      *****************************************************************
       01 ENTRY-CHECK-AREA.
         05 EC-MEMBER-ID PIC X(6).
         05 EC-EXERCISE-CODE PIC X(6).
         05 EC-SESSION-DATE PIC 9(8).
         05 EC-HISTORY-MODE PIC X(1).
           88 EC-SCAN-HISTORY VALUE 'S'.
           88 EC-HISTORY-SUPPLIED VALUE 'G'.
         05 EC-PLAN-WEIGHT PIC 9(3).
         05 EC-RECENT-BEST PIC 9(3).
         05 EC-ENTERED-WEIGHT PIC 9(3).
         05 EC-ENTERED-REPS PIC 9(2).
         05 EC-RESULT PIC X(1).
           88 EC-PLAUSIBLE VALUE 'Y'.
           88 EC-SUSPECT VALUE 'N'.
         05 EC-REASON PIC X(2).
           88 EC-OVER-PLAN VALUE 'OP'.
           88 EC-OVER-HISTORY VALUE 'OH'.
           88 EC-UNDER-PLAN VALUE 'UP'.
           88 EC-TOO-MANY-REPS VALUE 'RP'.
         05 EC-LIMIT PIC 9(3).
         05 EC-MESSAGE PIC X(30).
