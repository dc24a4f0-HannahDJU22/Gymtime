      * personal record. Written by push_program/pull_program/
      * legs_program on every session so day-to-day lifting history
      * survives, not just the all-time bests kept in PRHIST.DAT.
      * WKD-CHECK-FLAG carries the plausibility check outcome: an
      * entry challenged on screen and kept (C), or one gym_batch
      * held out of PR history (H). Held entries are left out of
      * progression, trends and the history later entries are
      * checked against. Spaces (records from before the check)
      * and P both mean the entry passed. WKD-EXERCISE-CODE is the
      * exercise's catalogue code, and is what history is matched
      * on; WKD-EXERCISE-NAME is the name as it stood on the day.
      *****************************************************************
       01 WORKOUT-DETAIL-RECORD.
         05 WKD-MEMBER-ID PIC X(6).
         05 WKD-REPS PIC 9(2).
         05 WKD-PR-FLAG PIC X(1).
           88 WKD-NEW-PR VALUE 'Y'.
         05 WKD-CHECK-FLAG PIC X(1).
           88 WKD-ENTRY-CHALLENGED VALUE 'C'.
           88 WKD-ENTRY-HELD VALUE 'H'.
         05 WKD-EXERCISE-CODE PIC X(6).
