      *****************************************************************
      * TRAINER-RECORD
      * One record per coach on the staff, keyed by a short trainer
      * ID (T001, T002 ...). Members are assigned to a trainer
      * through MEMBER-TRAINER-ID on the member master, kept in
      * member_maint. A coach who leaves is made inactive rather
      * than deleted so the journal and any members still assigned
      * resolve to a name until they are moved to someone else.
      *****************************************************************
       01 TRAINER-RECORD.
         05 TRN-TRAINER-ID PIC X(4).
         05 TRN-NAME PIC X(30).
         05 TRN-STATUS PIC X(1).
           88 TRN-ACTIVE VALUE 'A'.
           88 TRN-INACTIVE VALUE 'I'.
