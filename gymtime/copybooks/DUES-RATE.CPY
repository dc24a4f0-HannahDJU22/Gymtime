      * 'DUES'): the monthly membership fee, how many months of
      * unpaid dues earn a reminder at check-in, and whether going
      * past that limit holds the member at the door the same way an
      * inactive status does. RATE-GUEST-FEE is the day fee the desk
      * charges for a guest or day pass. Maintained by dues_maint;
      * read by the monthly billing run, by PROGRAM1's arrears check
      * and by guest_pass.
      *****************************************************************
       01 DUES-RATE-RECORD.
         05 RATE-ID PIC X(4).
         05 RATE-ARREARS-LIMIT PIC 9(2).
         05 RATE-ARREARS-HOLD PIC X(1).
           88 ARREARS-HOLD-ON VALUE 'Y', 'y'.
         05 RATE-GUEST-FEE PIC 9(3)V99.
