      *****************************************************************
      * JOB-STATE-RECORD
      * JOBSTATE.DAT, keyed by step, is gym_nightly's memory between
      * runs. The record keyed '*STREAM*' holds the stream as a
      * whole: the date it started (which names that night's job
      * log) and whether it is RUNNING, STOPPED after a failed step
      * or COMPLETE. Each step's record holds the stream it last ran
      * in, how that went and when it started and ended, plus the
      * date it last completed in any stream - which is how a
      * monthly step knows it has not yet run this month. A rerun
      * of a stream that is not COMPLETE passes over every step
      * already COMPLETE in it and starts again at the failed one.
      *****************************************************************
       01 JOB-STATE-RECORD.
         05 JST-STEP-ID PIC X(8).
           88 JST-STREAM-HEADER VALUE '*STREAM*'.
         05 JST-STREAM-DATE PIC 9(8).
         05 JST-STATUS PIC X(8).
           88 JST-RUNNING VALUE 'RUNNING'.
           88 JST-STOPPED VALUE 'STOPPED'.
           88 JST-FAILED VALUE 'FAILED'.
           88 JST-COMPLETE VALUE 'COMPLETE'.
           88 JST-SKIPPED VALUE 'SKIPPED'.
         05 JST-START-DATE PIC 9(8).
         05 JST-START-TIME PIC 9(6).
         05 JST-END-DATE PIC 9(8).
         05 JST-END-TIME PIC 9(6).
         05 JST-LAST-DONE-DATE PIC 9(8).
