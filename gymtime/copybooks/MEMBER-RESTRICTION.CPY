      *****************************************************************
      * MEMBER-RESTRICTION-RECORD
      * One injury or medical restriction a coach has been told
      * about, keyed by member + a sequence number so a member can
      * carry more than one (a knee and a shoulder) at once: the
      * body area, up to three splits and up to five catalogue
      * exercises it rules out, whether a restricted split is
      * blocked outright at the kiosk or only warned about, the
      * date it starts, the date a coach should next review it and
      * who entered it. A restriction holds from its start date
      * until it is lifted - passing the review date does not end
      * it, restriction_review lists it so a coach follows it up.
      * A lifted restriction stays on file with the date it was
      * lifted. Maintained by restriction_maint; checked through
      * restriction_check.
      *****************************************************************
       01 MEMBER-RESTRICTION-RECORD.
         05 RST-KEY.
           10 RST-MEMBER-ID PIC X(6).
           10 RST-SEQ PIC 9(2).
         05 RST-BODY-AREA PIC X(12).
         05 RST-SPLIT-TABLE.
           10 RST-SPLIT OCCURS 3 TIMES PIC X(4).
         05 RST-EXERCISE-TABLE.
           10 RST-EXERCISE-CODE OCCURS 5 TIMES PIC X(6).
         05 RST-SEVERITY PIC X(1).
           88 RST-BLOCK VALUE 'B'.
           88 RST-WARN VALUE 'W'.
         05 RST-START-DATE PIC 9(8).
         05 RST-REVIEW-DATE PIC 9(8).
         05 RST-ENTERED-BY PIC X(8).
         05 RST-ENTERED-DATE PIC 9(8).
         05 RST-STATUS PIC X(1).
           88 RST-IN-FORCE VALUE 'A'.
           88 RST-LIFTED VALUE 'L'.
         05 RST-LIFTED-DATE PIC 9(8).
         05 RST-NOTE PIC X(30).
