      *****************************************************************
      * RESTRICTION-CHECK-AREA
      * Parameter block for restriction_check. The caller sets the
      * member, the date to check on and the split; to ask about
      * one exercise it also sets RC-EXERCISE-CODE (spaces = ask
      * about the split alone). Every restriction in force for the
      * member on that date is looked at: one that names the split,
      * or names the exercise, counts. Back comes the strictest
      * answer - blocked before warned before clear - with the
      * body area and review date of the restriction that gave it.
      *****************************************************************
       01 RESTRICTION-CHECK-AREA.
         05 RC-MEMBER-ID PIC X(6).
         05 RC-CHECK-DATE PIC 9(8).
         05 RC-SPLIT PIC X(4).
         05 RC-EXERCISE-CODE PIC X(6).
         05 RC-RESULT PIC X(1).
           88 RC-CLEAR VALUE 'N'.
           88 RC-WARNED VALUE 'W'.
           88 RC-BLOCKED VALUE 'B'.
         05 RC-BODY-AREA PIC X(12).
         05 RC-REVIEW-DATE PIC 9(8).
