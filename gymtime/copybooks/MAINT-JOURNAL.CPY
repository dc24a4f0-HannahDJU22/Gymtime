      *****************************************************************
      * MAINT-JOURNAL-RECORD
      * One record per maintenance action against MEMBERS.DAT,
      * MBRPLAN.DAT, TRAINERS.DAT, PRHIST.DAT, EXERCAT.DAT,
      * GUESTS.DAT or RESTRICT.DAT: when it happened, who keyed it
      * (the operator ID prompted at program start), which file and
      * action, the member touched (the trainer ID for a TRAINERS
      * action, the exercise code for an EXERCAT action, the guest
      * pass ID for a pass issued), and the full record images
      * before and after the change (spaces on the missing side of
      * an add or a delete). Appended to MNTJRNL.DAT by
      * member_maint, plan_maint, trainer_maint, pr_correct,
      * exercise_maint, guest_pass and restriction_maint; listed by
      * journal_inquiry. The image fields are sized for the largest
      * record (MEMBER-PLAN at 145 bytes); a restriction image sits
      * in the first 134 bytes, a guest pass image in the first 83,
      * a member-master image in the first 76, a catalogue image in
      * the first 75, a trainer image in the first 35 and a PR
      * image in the first 17.
      * A RESTRICT action OVERRIDE is plan_maint prescribing an
      * exercise a restriction rules out: the after-image holds the
      * exercise code, split, body area, review date and the
      * operator's note.
      * MJ-SUPERVISOR is the second ID a PR correction must be
      * authorised under; spaces for every other action.
      *****************************************************************
       01 MAINT-JOURNAL-RECORD.
         05 MJ-DATE PIC 9(8).
         05 MJ-FILE PIC X(8).
           88 MJ-MEMBER-FILE VALUE 'MEMBERS'.
           88 MJ-PLAN-FILE VALUE 'MBRPLAN'.
           88 MJ-TRAINER-FILE VALUE 'TRAINERS'.
           88 MJ-PR-FILE VALUE 'PRHIST'.
           88 MJ-EXERCISE-FILE VALUE 'EXERCAT'.
           88 MJ-GUEST-FILE VALUE 'GUESTS'.
           88 MJ-RESTRICT-FILE VALUE 'RESTRICT'.
         05 MJ-ACTION PIC X(10).
         05 MJ-MEMBER-ID PIC X(6).
         05 MJ-BEFORE-IMAGE PIC X(145).
         05 MJ-AFTER-IMAGE PIC X(145).
         05 MJ-SUPERVISOR PIC X(8).
