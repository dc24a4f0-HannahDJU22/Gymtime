      * created and maintained by member_maint only; PROGRAM1 and
      * gym_batch reject member IDs that are not on file or not
      * active instead of inventing records for them.
      * A frozen member (status F) has paused the membership from
      * MEMBER-FREEZE-START up to, but not including,
      * MEMBER-FREEZE-END - the end date is the first day back. The
      * dates stay on the record after the freeze is over so the
      * last freeze can still be allowed for in retention figures.
      * MEMBER-TRAINER-ID is the coach (TRAINERS.DAT) who looks after
      * the member; spaces when no trainer has been assigned.
      *****************************************************************
       01 MEMBER-MASTER-RECORD.
         05 MEMBER-ID-KEY PIC X(6).
         05 MEMBER-STATUS PIC X(1).
           88 MEMBER-ACTIVE VALUE 'A'.
           88 MEMBER-INACTIVE VALUE 'I'.
           88 MEMBER-FROZEN VALUE 'F'.
         05 MEMBER-VISIT-COUNT PIC 9(5).
         05 MEMBER-NO-STREAK PIC 9(3).
         05 MEMBER-GOAL-WEIGHT PIC 9(3).
         05 MEMBER-FREEZE-START PIC 9(8).
         05 MEMBER-FREEZE-END PIC 9(8).
         05 MEMBER-TRAINER-ID PIC X(4).
           88 MEMBER-NO-TRAINER VALUE SPACES.
