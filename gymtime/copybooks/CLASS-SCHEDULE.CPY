      *****************************************************************
      * CLASS-SCHEDULE-RECORD
      * One record per weekly class slot on the timetable, keyed by
      * a short class ID the desk assigns (SPN1, HIIT, MOB2 ...).
      * CLS-DAY-OF-WEEK runs 1 = Monday through 7 = Sunday, the
      * same numbering ACCEPT ... FROM DAY-OF-WEEK gives. Capacity
      * is the number of places bookable before members go on the
      * waitlist. A withdrawn class keeps its record so bookings and
      * utilisation history still resolve to a name.
      *****************************************************************
       01 CLASS-SCHEDULE-RECORD.
         05 CLS-CLASS-ID PIC X(4).
         05 CLS-CLASS-NAME PIC X(20).
         05 CLS-DAY-OF-WEEK PIC 9(1).
         05 CLS-START-TIME PIC 9(4).
         05 CLS-INSTRUCTOR PIC X(20).
         05 CLS-CAPACITY PIC 9(3).
         05 CLS-STATUS PIC X(1).
           88 CLS-ACTIVE VALUE 'A'.
           88 CLS-WITHDRAWN VALUE 'W'.
