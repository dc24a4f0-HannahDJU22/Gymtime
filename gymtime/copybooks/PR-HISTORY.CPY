      *****************************************************************
      * PR-HISTORY-RECORD
      * Best weight/reps ever logged by a member for one exercise,
      * keyed by member + exercise catalogue code, so today's entry
      * can be compared against it and a personal record flagged on
      * screen. The exercise name is not held here - it is looked up
      * on EXERCAT.DAT, so a rename there carries straight through.
      *****************************************************************
       01 PR-HISTORY-RECORD.
         05 PR-HIST-KEY.
           10 PR-HIST-MEMBER-ID PIC X(6).
           10 PR-HIST-EXERCISE-CODE PIC X(6).
         05 PR-HIST-BEST-WEIGHT PIC 9(3).
         05 PR-HIST-BEST-REPS PIC 9(2).
