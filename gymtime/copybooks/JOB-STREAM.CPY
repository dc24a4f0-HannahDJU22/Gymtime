      *****************************************************************
      * JOB-STREAM-RECORD
      * One line of JOBSTRM.DAT, the nightly job-stream definition
      * read by gym_nightly. Steps run in the order their lines
      * appear; a line starting '*' is a comment. For each step:
      *   JS-STEP-ID     the step's name; for a program that keeps
      *                  a record in GYMRUN.DAT it is that record's
      *                  key (GYMBATCH, GYMRECON, PLANPROG,
      *                  FRZEXPIR, SUSPECT, TRNWORK, MONTHEND,
      *                  DUESBILL)
      *   JS-PROGRAM     the program module to run
      *   JS-FREQUENCY   D every night, M the first night of a new
      *                  month only
      *   JS-PREREQ      up to three earlier steps that must have
      *                  completed in the same stream first
      *   JS-NOTE        shown to the operator before the step
      *                  starts - the answers its prompts expect
      * The standard stream, columns as laid out below:
      *   GYMBATCH gym_batch        D
      *   GYMRECON gym_recon        D GYMBATCH
      *   GYMXTRCT gym_extract      D GYMBATCH
      *   PLANPROG plan_progress    D GYMBATCH
      *   FRZEXPIR freeze_expiry    D
      *   SUSPECT  suspect_entries  D GYMBATCH
      *   TRNWORK  trainer_worklist D GYMBATCH PLANPROG
      *   GYMUNLD  gym_unload       D
      *   MONTHEND gym_monthend     M GYMBATCH GYMUNLD
      *   DUESBILL dues_billing     M MONTHEND
      *****************************************************************
       01 JOB-STREAM-RECORD.
         05 JS-STEP-ID PIC X(8).
         05 FILLER PIC X(1).
         05 JS-PROGRAM PIC X(16).
         05 FILLER PIC X(1).
         05 JS-FREQUENCY PIC X(1).
           88 JS-DAILY VALUE 'D'.
           88 JS-MONTHLY VALUE 'M'.
         05 JS-PREREQ-ENTRY OCCURS 3 TIMES.
           10 FILLER PIC X(1).
           10 JS-PREREQ PIC X(8).
         05 FILLER PIC X(1).
         05 JS-NOTE PIC X(40).
