      *****************************************************************
      * MEMBER-PLAN-RECORD
      * One member's own prescription for one split, keyed by member
      * + plan type (PUSH/PULL/LEGS): their exercises, sets, reps and
      * working weight. Maintained by plan_maint and loaded by
      * push_program/pull_program/legs_program in place of the
      * compiled-in defaults; a member with no plan on file still
      * gets the defaults. Each exercise is held as its EXERCAT.DAT
      * catalogue code; the 14 bytes after the code carried the rest
      * of a typed-in name before the catalogue and are spaces now.
      *****************************************************************
       01 MEMBER-PLAN-RECORD.
         05 PLAN-KEY.
             88 PLAN-TYPE-LEGS VALUE 'LEGS'.
         05 PLAN-EXERCISES.
           10 PLAN-EXERCISE-TABLE OCCURS 5 TIMES.
             15 PLAN-EXERCISE-CODE PIC X(6).
             15 FILLER PIC X(14).
             15 PLAN-EXERCISE-SETS PIC 9(2).
             15 PLAN-EXERCISE-REPS PIC 9(2).
             15 PLAN-EXERCISE-WEIGHT PIC 9(3).
