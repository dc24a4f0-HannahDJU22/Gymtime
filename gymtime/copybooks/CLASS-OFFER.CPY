      *****************************************************************
      * CLASS-OFFER
      * The class a member is booked into for the session date,
      * found by PROGRAM1 and handed to gym_program so
      * CHOOSE-TRAINING-SCREEN can offer it alongside the three
      * splits. Spaces in OFFER-CLASS-ID means no booking today.
      *****************************************************************
       01 CLASS-OFFER.
         05 OFFER-CLASS-ID PIC X(4).
           88 NO-CLASS-OFFERED VALUE SPACES.
         05 OFFER-CLASS-NAME PIC X(20).
         05 OFFER-START-TIME PIC 9(4).
