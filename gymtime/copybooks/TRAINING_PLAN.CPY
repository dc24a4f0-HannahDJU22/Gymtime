      *****************************************************************
      * TRAINING-PLAN
      * Holds the split chosen on CHOOSE-TRAINING-SCREEN in gym_program
      * and shared with PROGRAM1's PLAN SECTION. CLAS is offered only
      * when the member is booked into a class for the day.
      *****************************************************************
       01 TRAINING-PLAN PIC X(4).
         88 PUSH-PLAN VALUE 'PUSH'.
         88 PULL-PLAN VALUE 'PULL'.
         88 LEGS-PLAN VALUE 'LEGS'.
         88 CLASS-PLAN VALUE 'CLAS'.
