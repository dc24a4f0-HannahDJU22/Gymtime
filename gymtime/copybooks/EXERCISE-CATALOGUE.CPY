      *****************************************************************
      * EXERCISE-CATALOGUE-RECORD
      * One record per exercise the gym prescribes, keyed by a short
      * code that never changes once issued: the standard name, the
      * split it belongs to, the muscle group worked and the
      * equipment used. Plans, PR history and workout detail carry
      * the code rather than a typed name, so every spelling of one
      * lift is one history, and the standard name can be corrected
      * here without splitting anybody's records. A retired exercise
      * stays on file for the history that refers to it but can no
      * longer be put on a plan. EXC-FORMER-NAME keeps the name
      * before the last rename. Maintained by exercise_maint; read
      * through exercise_lookup everywhere a name is printed.
      *****************************************************************
       01 EXERCISE-CATALOGUE-RECORD.
         05 EXC-CODE PIC X(6).
         05 EXC-NAME PIC X(20).
         05 EXC-SPLIT PIC X(4).
           88 EXC-SPLIT-PUSH VALUE 'PUSH'.
           88 EXC-SPLIT-PULL VALUE 'PULL'.
           88 EXC-SPLIT-LEGS VALUE 'LEGS'.
         05 EXC-MUSCLE-GROUP PIC X(12).
         05 EXC-EQUIPMENT PIC X(12).
         05 EXC-STATUS PIC X(1).
           88 EXC-ACTIVE VALUE 'A'.
           88 EXC-RETIRED VALUE 'R'.
         05 EXC-FORMER-NAME PIC X(20).
