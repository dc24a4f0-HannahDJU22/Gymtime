      * GYM-LOG-RECORD
      * One record per PROGRAM1 run: date, the YES-OR-NO answer, and
      * (when the member went) the TRAINING-PLAN that was chosen.
      * A class visit carries plan CLAS and the class attended in
      * LOG-CLASS-ID; every other record has spaces there.
      * LOG-TIME is the time of day (HHMM) the check-in was taken;
      * zero (or spaces on records written before it was carried)
      * means the time was not recorded.
      * LOG-GUEST-FLAG is G for a visit on a guest or day pass
      * (LOG-MEMBER-ID is then the GUESTS.DAT pass ID); a space, as
      * on every record written before guests were logged, is a
      * member's own session. Member reports and the reconciliation
      * leave guest visits out.
      * GYMLOG.DAT is indexed on LOG-KEY (member + date), so a member
      * has at most one record a day and every lookup for a member
      * goes straight to that member's records. The monthly
      * GYMLOG-yyyymm.DAT archives keep the same record layout as
      * flat files.
      *****************************************************************
       01 GYM-LOG-RECORD.
         05 LOG-KEY.
           10 LOG-MEMBER-ID PIC X(6).
           10 LOG-DATE PIC 9(8).
         05 LOG-ANSWER PIC X(1).
           88 LOG-YES-TO-GYM VALUE 'Y', 'y'.
           88 LOG-NO-TO-GYM VALUE 'N', 'n'.
           88 LOG-PUSH-PLAN VALUE 'PUSH'.
           88 LOG-PULL-PLAN VALUE 'PULL'.
           88 LOG-LEGS-PLAN VALUE 'LEGS'.
           88 LOG-CLASS-PLAN VALUE 'CLAS'.
         05 LOG-CLASS-ID PIC X(4).
         05 LOG-TIME PIC 9(4).
         05 LOG-GUEST-FLAG PIC X(1).
           88 LOG-GUEST-VISIT VALUE 'G'.
