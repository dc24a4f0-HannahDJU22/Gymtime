       IDENTIFICATION DIVISION.
       PROGRAM-ID. GYM_NIGHTLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STREAM-STATUS.

           SELECT JOB-STATE-FILE ASSIGN TO "JOBSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JST-STEP-ID
               FILE STATUS IS WS-JOB-STATE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "GYMXTRCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT BACKUP-CONTROL-FILE ASSIGN TO "GYMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-FILE-NAME
               FILE STATUS IS WS-BACKUP-CONTROL-STATUS.

           SELECT JOB-LOG ASSIGN USING WS-JOB-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
           COPY "JOB-STREAM.CPY".

       FD  JOB-STATE-FILE.
           COPY "JOB-STATE.CPY".

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       FD  EXTRACT-FILE.
           COPY "INTERCHANGE.CPY".

       FD  BACKUP-CONTROL-FILE.
           COPY "BACKUP-CONTROL.CPY".

       FD  JOB-LOG.
       01 JOB-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOB-STREAM-STATUS PIC XX.
       01 WS-JOB-STATE-STATUS PIC XX.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-BACKUP-CONTROL-STATUS PIC XX.
       01 WS-JOB-LOG-STATUS PIC XX.
       01 WS-JOB-LOG-NAME PIC X(20).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-HHMMSS PIC 9(6).
       01 WS-STREAM-DATE PIC 9(8).
       01 WS-STREAM-MONTH PIC 9(6).
       01 WS-DONE-MONTH PIC 9(6).
       01 WS-FILE-EOF PIC X VALUE 'N'.
         88 END-OF-FILE VALUE 'Y'.
       01 WS-DEFINITION-OK PIC X VALUE 'Y'.
         88 DEFINITION-OK VALUE 'Y'.
       01 WS-RESUMING PIC X VALUE 'N'.
         88 RESUMING-STREAM VALUE 'Y'.
       01 WS-STREAM-STOPPED PIC X VALUE 'N'.
         88 STREAM-STOPPED VALUE 'Y'.
       01 WS-STOPPED-AT PIC X(8) VALUE SPACES.
       01 WS-LINE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-ERROR PIC X(50).
       01 WS-STEP-INDEX PIC 9(2).
       01 WS-CHECK-INDEX PIC 9(2).
       01 WS-PREREQ-INDEX PIC 9(2).
       01 WS-FOUND-INDEX PIC 9(2).
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-MAX PIC 9(2) VALUE 20.
       01 WS-STEP-TABLE.
         05 WS-STP-ENTRY OCCURS 20 TIMES.
           10 WS-STP-ID PIC X(8).
           10 WS-STP-PROGRAM PIC X(16).
           10 WS-STP-FREQUENCY PIC X(1).
             88 WS-STP-MONTHLY VALUE 'M'.
           10 WS-STP-PREREQ PIC X(8) OCCURS 3 TIMES.
           10 WS-STP-NOTE PIC X(40).
       01 WS-STEP-PROGRAM PIC X(16).
       01 WS-LOOKUP-STEP PIC X(8).
       01 WS-STATE-FOUND PIC X VALUE 'N'.
         88 STATE-FOUND VALUE 'Y'.
       01 WS-PRIOR-STATE.
         05 WS-PRIOR-STREAM-DATE PIC 9(8).
         05 WS-PRIOR-STATUS PIC X(8).
           88 PRIOR-COMPLETE VALUE 'COMPLETE'.
           88 PRIOR-SKIPPED VALUE 'SKIPPED'.
         05 WS-PRIOR-START-TIME PIC 9(6).
         05 WS-PRIOR-END-TIME PIC 9(6).
         05 WS-PRIOR-LAST-DONE PIC 9(8).
       01 WS-NEW-STATUS PIC X(8).
       01 WS-STEP-START-DATE PIC 9(8).
       01 WS-STEP-START-TIME PIC 9(6).
       01 WS-STEP-END-DATE PIC 9(8).
       01 WS-STEP-END-TIME PIC 9(6).
       01 WS-STEP-OK PIC X VALUE 'N'.
         88 STEP-OK VALUE 'Y'.
       01 WS-STEP-LOADED PIC X VALUE 'Y'.
         88 STEP-LOADED VALUE 'Y'.
       01 WS-OUTCOME PIC X(39).
       01 WS-OUTCOME-DETAIL PIC X(70).
       01 WS-BEFORE-FOUND PIC X VALUE 'N'.
         88 BEFORE-FOUND VALUE 'Y'.
       01 WS-BEFORE-RUN-CONTROL PIC X(154).
       01 WS-EXT-HEADER-OK PIC X VALUE 'N'.
         88 EXT-HEADER-OK VALUE 'Y'.
       01 WS-EXT-TRAILER-OK PIC X VALUE 'N'.
         88 EXT-TRAILER-OK VALUE 'Y'.
       01 WS-EXT-CHECKINS PIC 9(5).
       01 WS-EXT-WEIGHINS PIC 9(5).
       01 WS-EXT-MEMBERS PIC 9(5).
       01 WS-EXT-TOTAL PIC 9(5).
       01 WS-CTL-FILES PIC 9(3).
       01 WS-CTL-STALE PIC 9(3).
       01 WS-CTL-FIRST-STALE PIC X(12).
       01 WS-STEPS-RUN PIC 9(2) VALUE 0.
       01 WS-STEPS-SKIPPED PIC 9(2) VALUE 0.
       01 WS-EDIT-TIME.
         05 WS-ET-HOUR PIC 9(2).
         05 FILLER PIC X(1) VALUE ':'.
         05 WS-ET-MINUTE PIC 9(2).
         05 FILLER PIC X(1) VALUE ':'.
         05 WS-ET-SECOND PIC 9(2).
       01 WS-TIME-PARTS.
         05 WS-TP-HOUR PIC 9(2).
         05 WS-TP-MINUTE PIC 9(2).
         05 WS-TP-SECOND PIC 9(2).
       01 WS-TIME-NUMBER REDEFINES WS-TIME-PARTS PIC 9(6).
       01 WS-LOG-HEADING-LINE.
         05 FILLER PIC X(25) VALUE 'GYMTIME NIGHTLY JOB LOG  '.
         05 FILLER PIC X(12) VALUE 'STREAM DATE '.
         05 WS-LOG-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(35) VALUE SPACES.
       01 WS-LOG-RUN-LINE.
         05 WS-LOG-RUN-TEXT PIC X(20).
         05 WS-LOG-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-LOG-RUN-TIME PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-LOG-RUN-NOTE PIC X(41).
       01 WS-LOG-COLUMN-LINE.
         05 FILLER PIC X(9) VALUE 'STEP'.
         05 FILLER PIC X(14) VALUE 'PROGRAM'.
         05 FILLER PIC X(9) VALUE 'START'.
         05 FILLER PIC X(9) VALUE 'END'.
         05 FILLER PIC X(39) VALUE 'OUTCOME'.
       01 WS-LOG-STEP-LINE.
         05 WS-LOG-STEP PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-LOG-PROGRAM PIC X(13).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-LOG-START PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-LOG-END PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-LOG-OUTCOME PIC X(39).
       01 WS-LOG-DETAIL-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 WS-LOG-DETAIL PIC X(70).

      *****************************************************************
      * Runs the night's batch steps as one stream, in the order
      * JOBSTRM.DAT lists them. Each step is CALLed in turn - its
      * prompts still come to the console, and the operator note
      * from the definition is shown first - and its outcome is
      * then judged from what it left behind, not from its console
      * messages:
      *   gym_batch    GYMRUN.DAT GYMBATCH complete, every
      *                transaction of the file applied, and a
      *                file applied by this stream rather than one
      *                already applied on an earlier night
      *   gym_extract  GYMXTRCT.DAT generated by this run, with a
      *                trailer whose counts agree with its records
      *   gym_unload   every master in GYMCTL.DAT backed up by
      *                this run
      *   others       the step's own GYMRUN.DAT record COMPLETE
      *                and dated on or after the step started
      * The first failure stops the stream. JOBSTATE.DAT remembers
      * what has run, so the next run of gym_nightly carries on
      * the same stream from the failed step - steps already
      * complete are passed over - and adds to the same night's
      * log, JOBLOG-yyyymmdd.RPT, named for the date the stream
      * started. Monthly steps run in the first stream of a month
      * they have not completed in. A step whose prerequisite did
      * not run in this stream (a monthly step not yet due) is
      * skipped rather than failed.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME NIGHTLY JOB STREAM'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STREAM-DEFINITION
           IF NOT DEFINITION-OK
               DISPLAY 'JOB STREAM NOT RUN - CORRECT JOBSTRM.DAT AND '
                   'RERUN'
               GOBACK
           END-IF

           PERFORM START-STREAM-STATE
           IF NOT DEFINITION-OK
               GOBACK
           END-IF
           PERFORM OPEN-JOB-LOG

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM RUN-STREAM-STEP
           END-PERFORM

           PERFORM END-STREAM-STATE
           PERFORM CLOSE-JOB-LOG

           DISPLAY 'STEPS RUN:       ' WS-STEPS-RUN
           DISPLAY 'STEPS SKIPPED:   ' WS-STEPS-SKIPPED
           IF STREAM-STOPPED
               DISPLAY 'STREAM STOPPED AT STEP ' WS-STOPPED-AT
                   ' - CORRECT THE FAULT AND RERUN GYM_NIGHTLY'
           ELSE
               DISPLAY 'STREAM COMPLETE'
           END-IF
           DISPLAY 'JOB LOG WRITTEN TO ' WS-JOB-LOG-NAME

           GOBACK.

      *****************************************************************
      * The whole definition is loaded and checked before anything
      * runs, so a mistyped line cannot stop the stream half way.
      *****************************************************************
       LOAD-STREAM-DEFINITION SECTION.
           MOVE 'Y' TO WS-DEFINITION-OK
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT JOB-STREAM-FILE
           IF WS-JOB-STREAM-STATUS NOT = '00'
               DISPLAY 'NO JOBSTRM.DAT ON FILE - STATUS '
                   WS-JOB-STREAM-STATUS
               MOVE 'N' TO WS-DEFINITION-OK
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ JOB-STREAM-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF JOB-STREAM-RECORD NOT = SPACES
                               AND JOB-STREAM-RECORD(1:1) NOT = '*'
                               PERFORM LOAD-STREAM-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
               IF WS-STEP-COUNT = 0 AND DEFINITION-OK
                   DISPLAY 'JOBSTRM.DAT LISTS NO STEPS'
                   MOVE 'N' TO WS-DEFINITION-OK
               END-IF
           END-IF.

       LOAD-STREAM-STEP SECTION.
           MOVE SPACES TO WS-LINE-ERROR
           MOVE JS-STEP-ID TO WS-LOOKUP-STEP
           PERFORM FIND-STEP-ID
           EVALUATE TRUE
               WHEN WS-STEP-COUNT >= WS-STEP-MAX
                   MOVE 'MORE THAN 20 STEPS' TO WS-LINE-ERROR
               WHEN JS-STEP-ID = SPACES
                   MOVE 'STEP NAME MISSING' TO WS-LINE-ERROR
               WHEN JS-PROGRAM = SPACES
                   MOVE 'PROGRAM MISSING' TO WS-LINE-ERROR
               WHEN NOT JS-DAILY AND NOT JS-MONTHLY
                   MOVE 'FREQUENCY MUST BE D OR M' TO WS-LINE-ERROR
               WHEN WS-FOUND-INDEX > 0
                   MOVE 'STEP NAME LISTED TWICE' TO WS-LINE-ERROR
               WHEN OTHER
                   PERFORM CHECK-STEP-PREREQS
           END-EVALUATE
           IF WS-LINE-ERROR NOT = SPACES
               DISPLAY 'JOBSTRM.DAT LINE ' WS-LINE-NUMBER ' ('
                   JS-STEP-ID '): ' WS-LINE-ERROR
               MOVE 'N' TO WS-DEFINITION-OK
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE JS-STEP-ID TO WS-STP-ID(WS-STEP-COUNT)
               MOVE JS-PROGRAM TO WS-STP-PROGRAM(WS-STEP-COUNT)
               MOVE JS-FREQUENCY TO WS-STP-FREQUENCY(WS-STEP-COUNT)
               PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
                       UNTIL WS-PREREQ-INDEX > 3
                   MOVE JS-PREREQ(WS-PREREQ-INDEX)
                       TO WS-STP-PREREQ(WS-STEP-COUNT, WS-PREREQ-INDEX)
               END-PERFORM
               MOVE JS-NOTE TO WS-STP-NOTE(WS-STEP-COUNT)
           END-IF.

      *****************************************************************
      * A prerequisite must be a step listed earlier in the stream,
      * and a nightly step cannot wait on a monthly one - it would
      * never run on an ordinary night.
      *****************************************************************
       CHECK-STEP-PREREQS SECTION.
           PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
                   UNTIL WS-PREREQ-INDEX > 3
                   OR WS-LINE-ERROR NOT = SPACES
               IF JS-PREREQ(WS-PREREQ-INDEX) NOT = SPACES
                   MOVE JS-PREREQ(WS-PREREQ-INDEX) TO WS-LOOKUP-STEP
                   PERFORM FIND-STEP-ID
                   IF WS-FOUND-INDEX = 0
                       STRING 'PREREQUISITE ' DELIMITED BY SIZE
                              JS-PREREQ(WS-PREREQ-INDEX)
                                  DELIMITED BY SIZE
                              ' IS NOT AN EARLIER STEP'
                                  DELIMITED BY SIZE
                           INTO WS-LINE-ERROR
                   ELSE
                       IF JS-DAILY
                           AND WS-STP-MONTHLY(WS-FOUND-INDEX)
                           STRING 'NIGHTLY STEP CANNOT WAIT ON '
                                      DELIMITED BY SIZE
                                  'MONTHLY STEP ' DELIMITED BY SIZE
                                  JS-PREREQ(WS-PREREQ-INDEX)
                                      DELIMITED BY SIZE
                               INTO WS-LINE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * Looks the step name in WS-LOOKUP-STEP up among the steps
      * loaded so far; WS-FOUND-INDEX is zero when it is not there.
      *****************************************************************
       FIND-STEP-ID SECTION.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > WS-STEP-COUNT
                   OR WS-FOUND-INDEX > 0
               IF WS-STP-ID(WS-CHECK-INDEX) = WS-LOOKUP-STEP
                   MOVE WS-CHECK-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      * A stream left RUNNING or STOPPED is the one this run
      * continues; otherwise tonight's stream starts, dated today.
      * A stream already COMPLETE for today is not run twice.
      *****************************************************************
       START-STREAM-STATE SECTION.
           MOVE 'N' TO WS-RESUMING
           MOVE WS-CURRENT-DATE TO WS-STREAM-DATE
           OPEN I-O JOB-STATE-FILE
           IF WS-JOB-STATE-STATUS = '35'
               CLOSE JOB-STATE-FILE
               OPEN OUTPUT JOB-STATE-FILE
               CLOSE JOB-STATE-FILE
               OPEN I-O JOB-STATE-FILE
           END-IF
           MOVE '*STREAM*' TO JST-STEP-ID
           READ JOB-STATE-FILE
               INVALID KEY
                   MOVE LOW-VALUES TO JST-STATUS
               NOT INVALID KEY
                   IF NOT JST-COMPLETE
                       MOVE 'Y' TO WS-RESUMING
                       MOVE JST-STREAM-DATE TO WS-STREAM-DATE
                   END-IF
           END-READ
           IF JST-COMPLETE AND JST-STREAM-DATE = WS-CURRENT-DATE
               DISPLAY 'STREAM FOR ' WS-CURRENT-DATE
                   ' ALREADY COMPLETE - NOTHING RUN'
               MOVE 'N' TO WS-DEFINITION-OK
           ELSE
               MOVE '*STREAM*' TO JST-STEP-ID
               MOVE WS-STREAM-DATE TO JST-STREAM-DATE
               MOVE 'RUNNING' TO JST-STATUS
               PERFORM GET-TIME-NOW
               MOVE WS-CURRENT-DATE TO JST-START-DATE
               MOVE WS-HHMMSS TO JST-START-TIME
               MOVE 0 TO JST-END-DATE
               MOVE 0 TO JST-END-TIME
               MOVE 0 TO JST-LAST-DONE-DATE
               WRITE JOB-STATE-RECORD
                   INVALID KEY
                       REWRITE JOB-STATE-RECORD
               END-WRITE
           END-IF
           CLOSE JOB-STATE-FILE
           DIVIDE WS-STREAM-DATE BY 100 GIVING WS-STREAM-MONTH
           IF RESUMING-STREAM AND DEFINITION-OK
               DISPLAY 'RESUMING STREAM OF ' WS-STREAM-DATE
                   ' - COMPLETED STEPS ARE NOT RERUN'
           END-IF.

       END-STREAM-STATE SECTION.
           OPEN I-O JOB-STATE-FILE
           MOVE '*STREAM*' TO JST-STEP-ID
           READ JOB-STATE-FILE
               NOT INVALID KEY
                   IF STREAM-STOPPED
                       MOVE 'STOPPED' TO JST-STATUS
                   ELSE
                       MOVE 'COMPLETE' TO JST-STATUS
                   END-IF
                   ACCEPT JST-END-DATE FROM DATE YYYYMMDD
                   PERFORM GET-TIME-NOW
                   MOVE WS-HHMMSS TO JST-END-TIME
                   REWRITE JOB-STATE-RECORD
           END-READ
           CLOSE JOB-STATE-FILE.

      *****************************************************************
      * One log per stream: a rerun appends to the log the stream
      * started, so the night reads as one record from start to
      * finish however many runs it took.
      *****************************************************************
       OPEN-JOB-LOG SECTION.
           MOVE SPACES TO WS-JOB-LOG-NAME
           STRING 'JOBLOG-' DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  '.RPT' DELIMITED BY SIZE
               INTO WS-JOB-LOG-NAME
           OPEN EXTEND JOB-LOG
           IF WS-JOB-LOG-STATUS NOT = '00'
               OPEN OUTPUT JOB-LOG
           END-IF
           MOVE WS-STREAM-DATE TO WS-LOG-HEAD-DATE
           WRITE JOB-LOG-LINE FROM WS-LOG-HEADING-LINE
           MOVE ALL '=' TO JOB-LOG-LINE
           WRITE JOB-LOG-LINE
           PERFORM GET-TIME-NOW
           MOVE 'RUN STARTED         ' TO WS-LOG-RUN-TEXT
           MOVE WS-CURRENT-DATE TO WS-LOG-RUN-DATE
           MOVE WS-HHMMSS TO WS-TIME-NUMBER
           PERFORM EDIT-TIME
           MOVE WS-EDIT-TIME TO WS-LOG-RUN-TIME
           IF RESUMING-STREAM
               MOVE 'RERUN - CONTINUING FROM THE STOPPED STEP'
                   TO WS-LOG-RUN-NOTE
           ELSE
               MOVE 'NEW STREAM' TO WS-LOG-RUN-NOTE
           END-IF
           WRITE JOB-LOG-LINE FROM WS-LOG-RUN-LINE
           WRITE JOB-LOG-LINE FROM WS-LOG-COLUMN-LINE.

       CLOSE-JOB-LOG SECTION.
           PERFORM GET-TIME-NOW
           MOVE 'RUN ENDED           ' TO WS-LOG-RUN-TEXT
           ACCEPT WS-LOG-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-HHMMSS TO WS-TIME-NUMBER
           PERFORM EDIT-TIME
           MOVE WS-EDIT-TIME TO WS-LOG-RUN-TIME
           MOVE SPACES TO WS-LOG-RUN-NOTE
           IF STREAM-STOPPED
               STRING 'STREAM STOPPED AT ' DELIMITED BY SIZE
                      WS-STOPPED-AT DELIMITED BY SIZE
                      ' - RERUN TO RESTART' DELIMITED BY SIZE
                   INTO WS-LOG-RUN-NOTE
           ELSE
               MOVE 'STREAM COMPLETE' TO WS-LOG-RUN-NOTE
           END-IF
           WRITE JOB-LOG-LINE FROM WS-LOG-RUN-LINE
           MOVE SPACES TO JOB-LOG-LINE
           WRITE JOB-LOG-LINE
           CLOSE JOB-LOG.

      *****************************************************************
      * One step: passed over if it already completed in this
      * stream, skipped if it is monthly and not due or waits on a
      * step that did not run, otherwise run and judged.
      *****************************************************************
       RUN-STREAM-STEP SECTION.
           MOVE WS-STP-ID(WS-STEP-INDEX) TO WS-LOG-STEP
           MOVE WS-STP-PROGRAM(WS-STEP-INDEX) TO WS-LOG-PROGRAM
           MOVE SPACES TO WS-LOG-START
           MOVE SPACES TO WS-LOG-END
           MOVE SPACES TO WS-OUTCOME-DETAIL
           MOVE WS-STP-ID(WS-STEP-INDEX) TO WS-LOOKUP-STEP
           PERFORM READ-STEP-STATE
           EVALUATE TRUE
               WHEN STREAM-STOPPED
                   MOVE 'NOT RUN - STREAM STOPPED' TO WS-OUTCOME
               WHEN STATE-FOUND
                   AND WS-PRIOR-STREAM-DATE = WS-STREAM-DATE
                   AND (PRIOR-COMPLETE OR PRIOR-SKIPPED)
                   MOVE WS-PRIOR-START-TIME TO WS-TIME-NUMBER
                   PERFORM EDIT-TIME
                   MOVE WS-EDIT-TIME TO WS-LOG-START
                   MOVE WS-PRIOR-END-TIME TO WS-TIME-NUMBER
                   PERFORM EDIT-TIME
                   MOVE WS-EDIT-TIME TO WS-LOG-END
                   IF PRIOR-COMPLETE
                       MOVE 'COMPLETED IN AN EARLIER RUN' TO WS-OUTCOME
                   ELSE
                       MOVE SPACES TO WS-LOG-START
                       MOVE SPACES TO WS-LOG-END
                       MOVE 'SKIPPED IN AN EARLIER RUN' TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-STEP-DUE
                   IF WS-OUTCOME = SPACES
                       PERFORM EXECUTE-STEP
                   ELSE
                       ADD 1 TO WS-STEPS-SKIPPED
                       MOVE 'SKIPPED' TO WS-NEW-STATUS
                       MOVE 0 TO WS-STEP-START-DATE
                       MOVE 0 TO WS-STEP-START-TIME
                       MOVE 0 TO WS-STEP-END-DATE
                       MOVE 0 TO WS-STEP-END-TIME
                       PERFORM SAVE-STEP-STATE
                   END-IF
           END-EVALUATE
           MOVE WS-OUTCOME TO WS-LOG-OUTCOME
           WRITE JOB-LOG-LINE FROM WS-LOG-STEP-LINE
           IF WS-OUTCOME-DETAIL NOT = SPACES
               MOVE WS-OUTCOME-DETAIL TO WS-LOG-DETAIL
               WRITE JOB-LOG-LINE FROM WS-LOG-DETAIL-LINE
           END-IF.

       CHECK-STEP-DUE SECTION.
           MOVE SPACES TO WS-OUTCOME
           IF WS-STP-MONTHLY(WS-STEP-INDEX) AND STATE-FOUND
               DIVIDE WS-PRIOR-LAST-DONE BY 100 GIVING WS-DONE-MONTH
               IF WS-DONE-MONTH >= WS-STREAM-MONTH
                   MOVE 'SKIPPED - MONTHLY, NOT DUE' TO WS-OUTCOME
               END-IF
           END-IF
           PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
                   UNTIL WS-PREREQ-INDEX > 3 OR WS-OUTCOME NOT = SPACES
               IF WS-STP-PREREQ(WS-STEP-INDEX, WS-PREREQ-INDEX)
                   NOT = SPACES
                   PERFORM CHECK-PREREQ-DONE
               END-IF
           END-PERFORM.

       CHECK-PREREQ-DONE SECTION.
           MOVE 'N' TO WS-STEP-OK
           OPEN INPUT JOB-STATE-FILE
           IF WS-JOB-STATE-STATUS = '00'
               MOVE WS-STP-PREREQ(WS-STEP-INDEX, WS-PREREQ-INDEX)
                   TO JST-STEP-ID
               READ JOB-STATE-FILE
                   NOT INVALID KEY
                       IF JST-STREAM-DATE = WS-STREAM-DATE
                           AND JST-COMPLETE
                           MOVE 'Y' TO WS-STEP-OK
                       END-IF
               END-READ
               CLOSE JOB-STATE-FILE
           END-IF
           IF NOT STEP-OK
               MOVE SPACES TO WS-OUTCOME
               STRING 'SKIPPED - ' DELIMITED BY SIZE
                      WS-STP-PREREQ(WS-STEP-INDEX, WS-PREREQ-INDEX)
                          DELIMITED BY SPACE
                      ' DID NOT RUN' DELIMITED BY SIZE
                   INTO WS-OUTCOME
           END-IF.

       EXECUTE-STEP SECTION.
           ADD 1 TO WS-STEPS-RUN
           MOVE WS-STP-PROGRAM(WS-STEP-INDEX) TO WS-STEP-PROGRAM
           IF WS-STEP-PROGRAM = 'gym_batch'
               PERFORM SAVE-BATCH-BEFORE
           END-IF
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           PERFORM GET-TIME-NOW
           MOVE WS-HHMMSS TO WS-STEP-START-TIME
           MOVE 0 TO WS-STEP-END-DATE
           MOVE 0 TO WS-STEP-END-TIME
           MOVE 'RUNNING' TO WS-NEW-STATUS
           PERFORM SAVE-STEP-STATE

           DISPLAY ' '
           DISPLAY '*** STEP ' WS-STP-ID(WS-STEP-INDEX) ' - '
               WS-STEP-PROGRAM
           IF WS-STP-NOTE(WS-STEP-INDEX) NOT = SPACES
               DISPLAY '*** ' WS-STP-NOTE(WS-STEP-INDEX)
           END-IF
           MOVE 'Y' TO WS-STEP-LOADED
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE 'N' TO WS-STEP-LOADED
           END-CALL
           IF STEP-LOADED
               CANCEL WS-STEP-PROGRAM
           END-IF

           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           PERFORM GET-TIME-NOW
           MOVE WS-HHMMSS TO WS-STEP-END-TIME
           IF STEP-LOADED
               PERFORM CHECK-STEP-OUTCOME
           ELSE
               MOVE 'N' TO WS-STEP-OK
               MOVE 'FAILED - PROGRAM NOT FOUND' TO WS-OUTCOME
           END-IF
           IF STEP-OK
               MOVE 'COMPLETE' TO WS-NEW-STATUS
           ELSE
               MOVE 'FAILED' TO WS-NEW-STATUS
               MOVE 'Y' TO WS-STREAM-STOPPED
               MOVE WS-STP-ID(WS-STEP-INDEX) TO WS-STOPPED-AT
           END-IF
           PERFORM SAVE-STEP-STATE
           DISPLAY '*** STEP ' WS-STP-ID(WS-STEP-INDEX) ' '
               WS-OUTCOME
           IF WS-OUTCOME-DETAIL NOT = SPACES
               DISPLAY '*** ' WS-OUTCOME-DETAIL
           END-IF
           MOVE WS-STEP-START-TIME TO WS-TIME-NUMBER
           PERFORM EDIT-TIME
           MOVE WS-EDIT-TIME TO WS-LOG-START
           MOVE WS-STEP-END-TIME TO WS-TIME-NUMBER
           PERFORM EDIT-TIME
           MOVE WS-EDIT-TIME TO WS-LOG-END.

       CHECK-STEP-OUTCOME SECTION.
           MOVE 'N' TO WS-STEP-OK
           MOVE SPACES TO WS-OUTCOME
           MOVE SPACES TO WS-OUTCOME-DETAIL
           EVALUATE WS-STEP-PROGRAM
               WHEN 'gym_batch'
                   PERFORM CHECK-BATCH-OUTCOME
               WHEN 'gym_extract'
                   PERFORM CHECK-EXTRACT-TOTALS
               WHEN 'gym_unload'
                   PERFORM CHECK-UNLOAD-CONTROL
               WHEN OTHER
                   PERFORM CHECK-STEP-RUN-CONTROL
           END-EVALUATE.

      *****************************************************************
      * gym_batch's GYMBATCH record is taken before the step so a
      * refusal (the same transaction file already applied on an
      * earlier night) can be told from a run that applied it.
      *****************************************************************
       SAVE-BATCH-BEFORE SECTION.
           MOVE 'N' TO WS-BEFORE-FOUND
           MOVE SPACES TO WS-BEFORE-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '00'
               MOVE 'GYMBATCH' TO RUN-CONTROL-ID
               READ RUN-CONTROL-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BEFORE-FOUND
                       MOVE RUN-CONTROL-RECORD TO WS-BEFORE-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       CHECK-BATCH-OUTCOME SECTION.
           MOVE 'FAILED - NO GYMBATCH RUN CONTROL' TO WS-OUTCOME
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '00'
               MOVE 'GYMBATCH' TO RUN-CONTROL-ID
               READ RUN-CONTROL-FILE
                   NOT INVALID KEY
                       PERFORM JUDGE-BATCH-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       JUDGE-BATCH-RUN-CONTROL SECTION.
           STRING RUN-TXN-DONE DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  RUN-TXN-COUNT DELIMITED BY SIZE
                  ' TRANSACTIONS APPLIED FROM THE FILE STARTED '
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO WS-OUTCOME-DETAIL
           EVALUATE TRUE
               WHEN NOT RUN-COMPLETE
                   MOVE 'FAILED - GYMTXN.DAT NOT APPLIED IN FULL'
                       TO WS-OUTCOME
               WHEN RUN-TXN-DONE NOT = RUN-TXN-COUNT
                   MOVE 'FAILED - TRANSACTION COUNTS DISAGREE'
                       TO WS-OUTCOME
               WHEN BEFORE-FOUND
                   AND RUN-CONTROL-RECORD = WS-BEFORE-RUN-CONTROL
                   AND RUN-DATE < WS-STREAM-DATE
                   MOVE 'FAILED - NO NEW GYMTXN.DAT TO APPLY'
                       TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'Y' TO WS-STEP-OK
                   MOVE 'COMPLETE' TO WS-OUTCOME
           END-EVALUATE.

      *****************************************************************
      * GYMXTRCT.DAT must carry this run's generation date and a
      * trailer whose counts agree with the records in between -
      * the same test the front office applies when it loads it.
      *****************************************************************
       CHECK-EXTRACT-TOTALS SECTION.
           MOVE 'N' TO WS-EXT-HEADER-OK
           MOVE 'N' TO WS-EXT-TRAILER-OK
           MOVE 0 TO WS-EXT-CHECKINS
           MOVE 0 TO WS-EXT-WEIGHINS
           MOVE 0 TO WS-EXT-MEMBERS
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'FAILED - NO GYMXTRCT.DAT' TO WS-OUTCOME
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM TALLY-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               COMPUTE WS-EXT-TOTAL = WS-EXT-CHECKINS
                   + WS-EXT-WEIGHINS + WS-EXT-MEMBERS
               STRING WS-EXT-CHECKINS DELIMITED BY SIZE
                      ' CHECK-INS, ' DELIMITED BY SIZE
                      WS-EXT-WEIGHINS DELIMITED BY SIZE
                      ' WEIGH-INS, ' DELIMITED BY SIZE
                      WS-EXT-MEMBERS DELIMITED BY SIZE
                      ' MEMBER CHANGES EXTRACTED' DELIMITED BY SIZE
                   INTO WS-OUTCOME-DETAIL
               EVALUATE TRUE
                   WHEN NOT EXT-HEADER-OK
                       MOVE 'FAILED - GYMXTRCT.DAT NOT FROM THIS RUN'
                           TO WS-OUTCOME
                   WHEN NOT EXT-TRAILER-OK
                       MOVE 'FAILED - EXTRACT TOTALS DISAGREE'
                           TO WS-OUTCOME
                   WHEN OTHER
                       MOVE 'Y' TO WS-STEP-OK
                       MOVE 'COMPLETE' TO WS-OUTCOME
               END-EVALUATE
           END-IF.

       TALLY-EXTRACT-RECORD SECTION.
           EVALUATE TRUE
               WHEN INT-HEADER
                   IF INT-GEN-DATE >= WS-STEP-START-DATE
                       MOVE 'Y' TO WS-EXT-HEADER-OK
                   END-IF
               WHEN INT-CHECKIN
                   ADD 1 TO WS-EXT-CHECKINS
               WHEN INT-WEIGHIN
                   ADD 1 TO WS-EXT-WEIGHINS
               WHEN INT-MEMBER
                   ADD 1 TO WS-EXT-MEMBERS
               WHEN INT-TRAILER
                   IF INT-TRL-CHECKINS = WS-EXT-CHECKINS
                       AND INT-TRL-WEIGHINS = WS-EXT-WEIGHINS
                       AND INT-TRL-MEMBERS = WS-EXT-MEMBERS
                       AND INT-TRL-TOTAL = WS-EXT-CHECKINS
                           + WS-EXT-WEIGHINS + WS-EXT-MEMBERS
                       MOVE 'Y' TO WS-EXT-TRAILER-OK
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * gym_unload restamps a master's GYMCTL.DAT record only when
      * it backs the master up cleanly; one left with an older date
      * was missing, or came up empty against its last count.
      *****************************************************************
       CHECK-UNLOAD-CONTROL SECTION.
           MOVE 0 TO WS-CTL-FILES
           MOVE 0 TO WS-CTL-STALE
           MOVE SPACES TO WS-CTL-FIRST-STALE
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BACKUP-CONTROL-FILE
           IF WS-BACKUP-CONTROL-STATUS NOT = '00'
               MOVE 'FAILED - NO GYMCTL.DAT' TO WS-OUTCOME
           ELSE
               MOVE LOW-VALUES TO BCT-FILE-NAME
               START BACKUP-CONTROL-FILE KEY >= BCT-FILE-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ BACKUP-CONTROL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-FILES
                           IF BCT-BACKUP-DATE < WS-STEP-START-DATE
                               ADD 1 TO WS-CTL-STALE
                               IF WS-CTL-FIRST-STALE = SPACES
                                   MOVE BCT-FILE-NAME
                                       TO WS-CTL-FIRST-STALE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CONTROL-FILE
               IF WS-CTL-STALE > 0
                   MOVE 'FAILED - MASTER NOT BACKED UP' TO WS-OUTCOME
                   STRING WS-CTL-STALE DELIMITED BY SIZE
                          ' OF ' DELIMITED BY SIZE
                          WS-CTL-FILES DELIMITED BY SIZE
                          ' MASTERS NOT BACKED UP, FIRST '
                              DELIMITED BY SIZE
                          WS-CTL-FIRST-STALE DELIMITED BY SPACE
                       INTO WS-OUTCOME-DETAIL
               ELSE
                   MOVE 'Y' TO WS-STEP-OK
                   MOVE 'COMPLETE' TO WS-OUTCOME
                   STRING WS-CTL-FILES DELIMITED BY SIZE
                          ' MASTERS BACKED UP' DELIMITED BY SIZE
                       INTO WS-OUTCOME-DETAIL
               END-IF
           END-IF.

       CHECK-STEP-RUN-CONTROL SECTION.
           MOVE SPACES TO WS-OUTCOME
           STRING 'FAILED - NO ' DELIMITED BY SIZE
                  WS-STP-ID(WS-STEP-INDEX) DELIMITED BY SPACE
                  ' RUN CONTROL' DELIMITED BY SIZE
               INTO WS-OUTCOME
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '00'
               MOVE WS-STP-ID(WS-STEP-INDEX) TO RUN-CONTROL-ID
               READ RUN-CONTROL-FILE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN RUN-RUNNING
                               MOVE 'FAILED - REFUSED OR ENDED EARLY'
                                   TO WS-OUTCOME
                           WHEN RUN-COMPLETE
                               AND RUN-DATE >= WS-STEP-START-DATE
                               MOVE 'Y' TO WS-STEP-OK
                               MOVE 'COMPLETE' TO WS-OUTCOME
                               STRING RUN-TXN-COUNT DELIMITED BY SIZE
                                      ' RECORDS LOOKED AT, '
                                          DELIMITED BY SIZE
                                      RUN-TXN-DONE DELIMITED BY SIZE
                                      ' CHANGED' DELIMITED BY SIZE
                                   INTO WS-OUTCOME-DETAIL
                           WHEN OTHER
                               MOVE 'FAILED - NOT COMPLETED BY THIS RUN'
                                   TO WS-OUTCOME
                       END-EVALUATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-STEP-STATE SECTION.
           MOVE 'N' TO WS-STATE-FOUND
           MOVE 0 TO WS-PRIOR-STREAM-DATE
           MOVE SPACES TO WS-PRIOR-STATUS
           MOVE 0 TO WS-PRIOR-START-TIME
           MOVE 0 TO WS-PRIOR-END-TIME
           MOVE 0 TO WS-PRIOR-LAST-DONE
           OPEN INPUT JOB-STATE-FILE
           IF WS-JOB-STATE-STATUS = '00'
               MOVE WS-LOOKUP-STEP TO JST-STEP-ID
               READ JOB-STATE-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STATE-FOUND
                       MOVE JST-STREAM-DATE TO WS-PRIOR-STREAM-DATE
                       MOVE JST-STATUS TO WS-PRIOR-STATUS
                       MOVE JST-START-TIME TO WS-PRIOR-START-TIME
                       MOVE JST-END-TIME TO WS-PRIOR-END-TIME
                       MOVE JST-LAST-DONE-DATE TO WS-PRIOR-LAST-DONE
               END-READ
               CLOSE JOB-STATE-FILE
           END-IF.

      *****************************************************************
      * Written before the step is called as well as after, so a
      * run that dies inside a step leaves it RUNNING and the next
      * run starts again from it.
      *****************************************************************
       SAVE-STEP-STATE SECTION.
           OPEN I-O JOB-STATE-FILE
           MOVE WS-STP-ID(WS-STEP-INDEX) TO JST-STEP-ID
           READ JOB-STATE-FILE
               INVALID KEY
                   MOVE 0 TO JST-LAST-DONE-DATE
           END-READ
           MOVE WS-STP-ID(WS-STEP-INDEX) TO JST-STEP-ID
           MOVE WS-STREAM-DATE TO JST-STREAM-DATE
           MOVE WS-NEW-STATUS TO JST-STATUS
           MOVE WS-STEP-START-DATE TO JST-START-DATE
           MOVE WS-STEP-START-TIME TO JST-START-TIME
           MOVE WS-STEP-END-DATE TO JST-END-DATE
           MOVE WS-STEP-END-TIME TO JST-END-TIME
           IF JST-COMPLETE
               MOVE WS-STEP-END-DATE TO JST-LAST-DONE-DATE
           END-IF
           WRITE JOB-STATE-RECORD
               INVALID KEY
                   REWRITE JOB-STATE-RECORD
           END-WRITE
           CLOSE JOB-STATE-FILE.

       GET-TIME-NOW SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-HHMMSS.

       EDIT-TIME SECTION.
           MOVE WS-TP-HOUR TO WS-ET-HOUR
           MOVE WS-TP-MINUTE TO WS-ET-MINUTE
           MOVE WS-TP-SECOND TO WS-ET-SECOND.
