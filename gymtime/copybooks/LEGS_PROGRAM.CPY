      *****************************************************************
       01 LEGS-PROGRAM.
         05 LEGS-EXERCISE-TABLE OCCURS 5 TIMES.
           10 LEGS-EXERCISE-CODE PIC X(6).
           10 LEGS-EXERCISE-NAME PIC X(20).
           10 LEGS-EXERCISE-SETS PIC 9(2).
           10 LEGS-EXERCISE-REPS PIC 9(2).
