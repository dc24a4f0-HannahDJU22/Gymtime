      *****************************************************************
      * GUEST-PASS-RECORD
      * GUESTS.DAT, keyed by GST-GUEST-ID: one record per guest or
      * day pass issued at the desk by guest_pass. The ID is a
      * temporary one - G and a five-digit serial, never one already
      * on MEMBERS.DAT - that lets the guest through the kiosk on
      * GST-VISIT-DATE only. GST-SPONSOR-ID is the member who
      * brought the guest, spaces for a walk-in day pass, and
      * GST-FEE-PAID the day fee taken (RATE-GUEST-FEE at the time
      * of issue). When the guest later joins, member_maint records
      * the new member ID and join date in GST-ENROLLED-ID and
      * GST-ENROLLED-DATE, which is how the monthly guest report
      * tells which passes turned into members.
      *****************************************************************
       01 GUEST-PASS-RECORD.
         05 GST-GUEST-ID PIC X(6).
         05 GST-NAME PIC X(30).
         05 GST-SPONSOR-ID PIC X(6).
           88 GST-NO-SPONSOR VALUE SPACES.
         05 GST-VISIT-DATE PIC 9(8).
         05 GST-FEE-PAID PIC 9(3)V99.
         05 GST-ISSUED-BY PIC X(8).
         05 GST-ISSUE-TIME PIC 9(6).
         05 GST-ENROLLED-ID PIC X(6).
           88 GST-NOT-ENROLLED VALUE SPACES.
         05 GST-ENROLLED-DATE PIC 9(8).
