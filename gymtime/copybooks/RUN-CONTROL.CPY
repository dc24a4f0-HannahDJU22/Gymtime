      * transactions have been processed so far. A rerun after a
      * failure resumes at the first unprocessed transaction; a
      * rerun of a file already marked complete is refused.
      * gym_recon (GYMRECON), plan_progress (PLANPROG),
      * freeze_expiry (FRZEXPIR), suspect_entries (SUSPECT),
      * trainer_worklist (TRNWORK), gym_monthend (MONTHEND) and
      * dues_billing (DUESBILL) keep a record here too, with no file
      * identity: RUNNING while they run, COMPLETE with the
      * finishing date, the records they looked at in RUN-TXN-COUNT
      * and the records they changed in RUN-TXN-DONE.
      * gym_nightly reads these to judge each step of the stream.
      *****************************************************************
       01 RUN-CONTROL-RECORD.
         05 RUN-CONTROL-ID PIC X(8).
         05 RUN-DATE PIC 9(8).
         05 RUN-FILE-IDENT.
           10 RUN-FIRST-TXN PIC X(60).
           10 RUN-LAST-TXN PIC X(60).
           10 RUN-TXN-COUNT PIC 9(5).
         05 RUN-TXN-DONE PIC 9(5).
         05 RUN-STATUS PIC X(8).
