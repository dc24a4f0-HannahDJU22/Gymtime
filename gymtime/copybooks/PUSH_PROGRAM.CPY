      *****************************************************************
       01 PUSH-PROGRAM.
         05 PUSH-EXERCISE-TABLE OCCURS 5 TIMES.
           10 PUSH-EXERCISE-CODE PIC X(6).
           10 PUSH-EXERCISE-NAME PIC X(20).
           10 PUSH-EXERCISE-SETS PIC 9(2).
           10 PUSH-EXERCISE-REPS PIC 9(2).
