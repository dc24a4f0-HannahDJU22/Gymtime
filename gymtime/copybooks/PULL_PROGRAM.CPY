      *****************************************************************
       01 PULL-PROGRAM.
         05 PULL-EXERCISE-TABLE OCCURS 5 TIMES.
           10 PULL-EXERCISE-CODE PIC X(6).
           10 PULL-EXERCISE-NAME PIC X(20).
           10 PULL-EXERCISE-SETS PIC 9(2).
           10 PULL-EXERCISE-REPS PIC 9(2).
