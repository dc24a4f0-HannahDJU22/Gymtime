      *****************************************************************
      * CLASS-BOOKING-RECORD
      * One record per member per class date, keyed by class + date
      * + member so a class's bookings for a date read back
      * together. A booking holds a place (B) or waits for one (W);
      * check-in at PROGRAM1 turns a held place into attended (A),
      * and a place still held once the date has passed is a
      * no-show. Cancelled bookings (C) are kept rather than
      * deleted. BKG-BOOKED-DATE/TIME stamp when the booking was
      * taken, which is the order the waitlist is promoted in.
      *****************************************************************
       01 CLASS-BOOKING-RECORD.
         05 BKG-KEY.
           10 BKG-CLASS-ID PIC X(4).
           10 BKG-CLASS-DATE PIC 9(8).
           10 BKG-MEMBER-ID PIC X(6).
         05 BKG-STATUS PIC X(1).
           88 BKG-BOOKED VALUE 'B'.
           88 BKG-WAITLISTED VALUE 'W'.
           88 BKG-ATTENDED VALUE 'A'.
           88 BKG-CANCELLED VALUE 'C'.
         05 BKG-BOOKED-DATE PIC 9(8).
         05 BKG-BOOKED-TIME PIC 9(6).
