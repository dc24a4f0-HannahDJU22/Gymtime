       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE_CONVERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCISE-CATALOGUE-FILE ASSIGN TO "EXERCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CODE
               FILE STATUS IS WS-EXERCISE-CATALOGUE-STATUS.

           SELECT NAME-MAP-FILE ASSIGN TO "EXNAMMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-MAP-STATUS.

           SELECT MEMBER-PLAN-FILE ASSIGN TO "MBRPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS WS-MEMBER-PLAN-STATUS.

           SELECT OLD-PR-HISTORY-FILE ASSIGN TO "PRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-PR-KEY
               FILE STATUS IS WS-OLD-PR-STATUS.

           SELECT PR-HISTORY-FILE ASSIGN TO "PRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-HIST-KEY
               FILE STATUS IS WS-PR-HIST-STATUS.

           SELECT PR-SORT-FILE ASSIGN TO "EXSORT.TMP".

           SELECT WORKOUT-DETAIL-FILE ASSIGN TO "WRKDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-DETAIL-STATUS.

           SELECT DETAIL-REWRITE-FILE ASSIGN TO "WRKDTL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-REWRITE-STATUS.

           SELECT UNMATCHED-FILE ASSIGN TO "EXUNMAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-STATUS.

           SELECT UNMATCHED-SORT-FILE ASSIGN TO "EXSORT2.TMP".

           SELECT CONVERT-BACKUP-FILE ASSIGN TO "EXCONV.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-BACKUP-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

           SELECT CONVERT-REPORT ASSIGN TO "EXCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXERCISE-CATALOGUE-FILE.
           COPY "EXERCISE-CATALOGUE.CPY".

      *****************************************************************
      * Staff-prepared list of the other spellings in use: each line
      * a name as it was typed (columns 1-20) and the catalogue code
      * it means (columns 21-26), e.g. FLAT BENCH -> BNCHPR.
      *****************************************************************
       FD  NAME-MAP-FILE.
       01 NAME-MAP-RECORD.
         05 NM-NAME PIC X(20).
         05 NM-CODE PIC X(6).

       FD  MEMBER-PLAN-FILE.
           COPY "MEMBER-PLAN.CPY".

      *****************************************************************
      * PRHIST.DAT as it stood before the catalogue: keyed by member
      * and the exercise name as typed.
      *****************************************************************
       FD  OLD-PR-HISTORY-FILE.
       01 OLD-PR-HISTORY-RECORD.
         05 OLD-PR-KEY.
           10 OLD-PR-MEMBER-ID PIC X(6).
           10 OLD-PR-EXERCISE-NAME PIC X(20).
         05 OLD-PR-BEST-WEIGHT PIC 9(3).
         05 OLD-PR-BEST-REPS PIC 9(2).

       FD  PR-HISTORY-FILE.
           COPY "PR-HISTORY.CPY".

      *****************************************************************
      * Converted PRs sorted by the new key with the best first in
      * each member + code group, so merging duplicates is keeping
      * the first record of every group.
      *****************************************************************
       SD  PR-SORT-FILE.
       01 PR-SORT-RECORD.
         05 PS-MEMBER-ID PIC X(6).
         05 PS-EXERCISE-CODE PIC X(6).
         05 PS-BEST-WEIGHT PIC 9(3).
         05 PS-BEST-REPS PIC 9(2).

       FD  WORKOUT-DETAIL-FILE.
           COPY "WORKOUT-DETAIL.CPY".

       FD  DETAIL-REWRITE-FILE.
       01 DETAIL-REWRITE-RECORD PIC X(51).

       FD  UNMATCHED-FILE.
       01 UNMATCHED-RECORD.
         05 UM-NAME PIC X(20).
         05 UM-SOURCE PIC X(1).
           88 UM-FROM-PLAN VALUE 'P'.
           88 UM-FROM-PR VALUE 'R'.
           88 UM-FROM-DETAIL VALUE 'D'.
         05 UM-MEMBER-ID PIC X(6).

       SD  UNMATCHED-SORT-FILE.
       01 UNMATCHED-SORT-RECORD.
         05 US-NAME PIC X(20).
         05 US-SOURCE PIC X(1).
           88 US-FROM-PLAN VALUE 'P'.
           88 US-FROM-PR VALUE 'R'.
           88 US-FROM-DETAIL VALUE 'D'.
         05 US-MEMBER-ID PIC X(6).

       FD  CONVERT-BACKUP-FILE.
       01 CONVERT-BACKUP-RECORD.
         05 CB-FILE PIC X(8).
         05 CB-IMAGE PIC X(145).

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       FD  CONVERT-REPORT.
       01 CONVERT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EXERCISE-CATALOGUE-STATUS PIC XX.
       01 WS-NAME-MAP-STATUS PIC XX.
       01 WS-MEMBER-PLAN-STATUS PIC XX.
       01 WS-OLD-PR-STATUS PIC XX.
       01 WS-PR-HIST-STATUS PIC XX.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-DETAIL-REWRITE-STATUS PIC XX.
       01 WS-UNMATCHED-STATUS PIC XX.
       01 WS-CONVERT-BACKUP-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-CONVERT-REPORT-STATUS PIC XX.
       01 WS-MODE-IN PIC X(1) VALUE SPACES.
       01 WS-RUN-MODE PIC X(1) VALUE 'T'.
         88 TRIAL-RUN VALUE 'T'.
         88 LIVE-RUN VALUE 'L'.
       01 WS-RUN-OK PIC X VALUE 'Y'.
         88 RUN-OK VALUE 'Y'.
       01 WS-FILE-EOF PIC X VALUE 'N'.
         88 END-OF-FILE VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-PLAN-CHANGED PIC X VALUE 'N'.
         88 PLAN-CHANGED VALUE 'Y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-EXERCISE-INDEX PIC 9(2).
       01 WS-SEED-INDEX PIC 9(2).
       01 WS-TABLE-INDEX PIC 9(4).
       01 WS-CHAR-INDEX PIC 9(2).
       01 WS-MATCH-NAME PIC X(20).
       01 WS-MATCH-CODE PIC X(6).
       01 WS-MATCH-FOUND PIC X VALUE 'N'.
         88 MATCH-FOUND VALUE 'Y'.
       01 WS-NORM-SOURCE PIC X(20).
       01 WS-NORM-NAME PIC X(20).
       01 WS-NORM-LEN PIC 9(2).
       01 WS-NORM-GAP PIC X VALUE 'Y'.
         88 NORM-AFTER-GAP VALUE 'Y'.
       01 WS-GRP-KEY PIC X(12).
       01 WS-PR-KEPT.
         05 WS-KEPT-MEMBER-ID PIC X(6).
         05 WS-KEPT-EXERCISE-CODE PIC X(6).
         05 WS-KEPT-BEST-WEIGHT PIC 9(3).
         05 WS-KEPT-BEST-REPS PIC 9(2).
       01 WS-GRP-RECORDS PIC 9(5).
       01 WS-UNM-NAME PIC X(20).
       01 WS-UNM-FIRST-MEMBER PIC X(6).
       01 WS-UNM-PLAN-COUNT PIC 9(5).
       01 WS-UNM-PR-COUNT PIC 9(5).
       01 WS-UNM-DETAIL-COUNT PIC 9(5).
       01 WS-CAT-COUNT PIC 9(4) VALUE 0.
       01 WS-CAT-MAX PIC 9(4) VALUE 500.
       01 WS-CAT-TABLE.
         05 WS-CAT-ENTRY OCCURS 500 TIMES.
           10 WS-CAT-CODE PIC X(6).
           10 WS-CAT-NAME PIC X(20).
       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-MAP-MAX PIC 9(4) VALUE 300.
       01 WS-MAP-TABLE.
         05 WS-MAP-ENTRY OCCURS 300 TIMES.
           10 WS-MAP-NAME PIC X(20).
           10 WS-MAP-CODE PIC X(6).
       01 WS-PLAN-SLOT.
         05 WS-SLOT-NAME PIC X(20).
         05 WS-SLOT-SETS PIC 9(2).
         05 WS-SLOT-REPS PIC 9(2).
         05 WS-SLOT-WEIGHT PIC 9(3).
       01 WS-COUNTERS.
         05 WS-SEEDED-COUNT PIC 9(5) VALUE 0.
         05 WS-SEED-CLASH-COUNT PIC 9(5) VALUE 0.
         05 WS-MAP-LOADED PIC 9(5) VALUE 0.
         05 WS-MAP-IGNORED PIC 9(5) VALUE 0.
         05 WS-PLANS-READ PIC 9(5) VALUE 0.
         05 WS-SLOTS-CODED PIC 9(5) VALUE 0.
         05 WS-SLOTS-ALREADY PIC 9(5) VALUE 0.
         05 WS-SLOTS-UNMATCHED PIC 9(5) VALUE 0.
         05 WS-PRS-READ PIC 9(5) VALUE 0.
         05 WS-PRS-WRITTEN PIC 9(5) VALUE 0.
         05 WS-PRS-MERGED PIC 9(5) VALUE 0.
         05 WS-PRS-UNMATCHED PIC 9(5) VALUE 0.
         05 WS-DETAIL-READ PIC 9(7) VALUE 0.
         05 WS-DETAIL-CODED PIC 9(7) VALUE 0.
         05 WS-DETAIL-ALREADY PIC 9(7) VALUE 0.
         05 WS-DETAIL-UNMATCHED PIC 9(7) VALUE 0.
         05 WS-UNMATCHED-NAMES PIC 9(5) VALUE 0.

      *****************************************************************
      * The fifteen exercises compiled into push_program,
      * pull_program and legs_program as the default plans, under
      * the codes those tables carry. They must be on the catalogue
      * for default-plan history to have a name.
      *****************************************************************
       01 WS-SEED-VALUES.
         05 FILLER PIC X(54) VALUE
            'BNCHPRBENCH PRESS         PUSHCHEST       BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'OHPRESOVERHEAD PRESS      PUSHSHOULDERS   BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'INCDBPINCLINE DB PRESS    PUSHCHEST       DUMBBELL    '.
         05 FILLER PIC X(54) VALUE
            'TRIPSHTRICEP PUSHDOWN     PUSHTRICEPS     CABLE       '.
         05 FILLER PIC X(54) VALUE
            'LATRAILATERAL RAISE       PUSHSHOULDERS   DUMBBELL    '.
         05 FILLER PIC X(54) VALUE
            'DEADLFDEADLIFT            PULLBACK        BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'PULLUPPULL UP             PULLBACK        BODYWEIGHT  '.
         05 FILLER PIC X(54) VALUE
            'BOVROWBENT OVER ROW       PULLBACK        BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'SCBROWSEATED CABLE ROW    PULLBACK        CABLE       '.
         05 FILLER PIC X(54) VALUE
            'BICURLBICEP CURL          PULLBICEPS      DUMBBELL    '.
         05 FILLER PIC X(54) VALUE
            'BKSQATBACK SQUAT          LEGSQUADRICEPS  BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'RDLIFTROMANIAN DEADLIFT   LEGSHAMSTRINGS  BARBELL     '.
         05 FILLER PIC X(54) VALUE
            'LEGPRSLEG PRESS           LEGSQUADRICEPS  MACHINE     '.
         05 FILLER PIC X(54) VALUE
            'WKLUNGWALKING LUNGE       LEGSQUADRICEPS  DUMBBELL    '.
         05 FILLER PIC X(54) VALUE
            'CALFRSCALF RAISE          LEGSCALVES      MACHINE     '.
       01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
         05 WS-SEED-ENTRY OCCURS 15 TIMES.
           10 WS-SEED-CODE PIC X(6).
           10 WS-SEED-NAME PIC X(20).
           10 WS-SEED-SPLIT PIC X(4).
           10 WS-SEED-MUSCLE PIC X(12).
           10 WS-SEED-EQUIPMENT PIC X(12).

       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(30) VALUE 'GYMTIME EXERCISE CONVERSION  '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-HEAD-MODE PIC X(31).
       01 WS-RPT-TEXT-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TEXT PIC X(78).
       01 WS-RPT-PLAN-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PL-MEMBER PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PL-PLAN PIC X(4).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PL-NAME PIC X(20).
         05 FILLER PIC X(3) VALUE ' S:'.
         05 WS-RPT-PL-SETS PIC 9(2).
         05 FILLER PIC X(3) VALUE ' R:'.
         05 WS-RPT-PL-REPS PIC 9(2).
         05 FILLER PIC X(2) VALUE ' @'.
         05 WS-RPT-PL-WEIGHT PIC 9(3).
         05 FILLER PIC X(2) VALUE 'LB'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PL-NOTE PIC X(27).
       01 WS-RPT-PR-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PR-MEMBER PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PR-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PR-WEIGHT PIC ZZ9.
         05 FILLER PIC X(3) VALUE 'LB '.
         05 FILLER PIC X(2) VALUE 'X '.
         05 WS-RPT-PR-REPS PIC Z9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PR-NOTE PIC X(38).
       01 WS-RPT-UNMATCHED-COLUMNS.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(21) VALUE 'NAME AS TYPED'.
         05 FILLER PIC X(7) VALUE ' PLANS '.
         05 FILLER PIC X(7) VALUE '   PRS '.
         05 FILLER PIC X(8) VALUE ' DETAIL '.
         05 FILLER PIC X(35) VALUE ' FIRST MEMBER'.
       01 WS-RPT-UNMATCHED-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-UN-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-UN-PLANS PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-UN-PRS PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-UN-DETAIL PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-UN-MEMBER PIC X(6).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(40).
         05 WS-RPT-TOT-VALUE PIC Z(6)9.
         05 FILLER PIC X(33) VALUE SPACES.

      *****************************************************************
      * One-off conversion of exercise names to catalogue codes.
      * Before the catalogue every plan, PR and workout entry carried
      * the exercise name as typed, so one lift could have several
      * histories. This run:
      *   - adds the fifteen default exercises to EXERCAT.DAT;
      *   - maps every name in MBRPLAN.DAT, PRHIST.DAT and
      *     WRKDTL.DAT to a code - a standard name on the catalogue
      *     (case and spacing ignored) or a line in EXNAMMAP.DAT;
      *   - rebuilds PRHIST.DAT keyed on member + code, merging
      *     records that now share a key and keeping the best;
      *   - prints EXCONV.RPT with every name it could not map.
      * Run it as a trial first (the default): nothing is changed
      * and the report shows what a live run would do. Add catalogue
      * entries or EXNAMMAP.DAT lines until the unmatched list is
      * clean, then run it live. A live run copies every plan and
      * PR record to EXCONV.BAK before touching it. An unmatched
      * plan slot is emptied and an unmatched PR is dropped, both
      * listed on the report; an unmatched workout entry keeps its
      * name and a blank code. Running it again is harmless:
      * slots and entries already coded are left alone, and a
      * PRHIST.DAT already keyed on code will not open in the old
      * layout and is skipped. gym_guard is not called - it opens
      * PRHIST.DAT in the new layout, and the old file is exactly
      * what this run is here to convert.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME EXERCISE CATALOGUE CONVERSION'
           DISPLAY 'TRIAL RUN - REPORT ONLY, NO FILE CHANGED '
               '(Y/N, BLANK = Y): '
           ACCEPT WS-MODE-IN
           IF WS-MODE-IN = 'N' OR WS-MODE-IN = 'n'
               MOVE 'L' TO WS-RUN-MODE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONVERT-REPORT
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           IF TRIAL-RUN
               MOVE 'TRIAL RUN - NO FILE CHANGED' TO WS-RPT-HEAD-MODE
           ELSE
               MOVE 'LIVE RUN' TO WS-RPT-HEAD-MODE
           END-IF
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           IF LIVE-RUN
               OPEN OUTPUT CONVERT-BACKUP-FILE
           END-IF
           OPEN OUTPUT UNMATCHED-FILE

           PERFORM LOAD-CATALOGUE
           IF RUN-OK
               PERFORM SEED-CATALOGUE
           END-IF
           IF RUN-OK
               PERFORM LOAD-NAME-MAP
           END-IF
           IF RUN-OK
               PERFORM CONVERT-PLANS
               PERFORM CONVERT-PR-HISTORY
               PERFORM CONVERT-DETAIL
           END-IF

           CLOSE UNMATCHED-FILE
           IF LIVE-RUN
               CLOSE CONVERT-BACKUP-FILE
           END-IF
           IF RUN-OK
               PERFORM PRINT-UNMATCHED-NAMES
           END-IF
           PERFORM PRINT-RUN-TOTALS
           CLOSE CONVERT-REPORT

           IF NOT RUN-OK
               DISPLAY 'CONVERSION ABANDONED - SEE EXCONV.RPT'
           END-IF
           DISPLAY 'UNMATCHED NAMES:    ' WS-UNMATCHED-NAMES
           IF TRIAL-RUN
               DISPLAY 'TRIAL RUN - NO FILE CHANGED'
           END-IF
           DISPLAY 'REPORT WRITTEN TO EXCONV.RPT'

           GOBACK.

      *****************************************************************
      * Every catalogue entry goes into a table of code and name,
      * the name cleaned the same way as the names being matched.
      *****************************************************************
       LOAD-CATALOGUE SECTION.
           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS = '00'
               MOVE LOW-VALUES TO EXC-CODE
               START EXERCISE-CATALOGUE-FILE KEY >= EXC-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL END-OF-FILE OR NOT RUN-OK
                   READ EXERCISE-CATALOGUE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE EXC-CODE TO WS-MATCH-CODE
                           MOVE EXC-NAME TO WS-MATCH-NAME
                           PERFORM ADD-CATALOGUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF.

       ADD-CATALOGUE-ENTRY SECTION.
           IF WS-CAT-COUNT >= WS-CAT-MAX
               MOVE 'N' TO WS-RUN-OK
               MOVE 'MORE THAN 500 CATALOGUE ENTRIES - RUN ABANDONED'
                   TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           ELSE
               PERFORM NORMALISE-NAME
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-MATCH-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
               MOVE WS-NORM-NAME TO WS-CAT-NAME(WS-CAT-COUNT)
           END-IF.

      *****************************************************************
      * Each default exercise not yet on the catalogue is added under
      * its fixed code - unless staff have already catalogued that
      * name under a code of their own, which is reported, since
      * default-plan history will then carry a code with no entry.
      *****************************************************************
       SEED-CATALOGUE SECTION.
           MOVE 'CATALOGUE' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           IF LIVE-RUN
               OPEN I-O EXERCISE-CATALOGUE-FILE
               IF WS-EXERCISE-CATALOGUE-STATUS = '35'
                   CLOSE EXERCISE-CATALOGUE-FILE
                   OPEN OUTPUT EXERCISE-CATALOGUE-FILE
                   CLOSE EXERCISE-CATALOGUE-FILE
                   OPEN I-O EXERCISE-CATALOGUE-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-SEED-INDEX FROM 1 BY 1
                   UNTIL WS-SEED-INDEX > 15 OR NOT RUN-OK
               PERFORM SEED-ONE-EXERCISE
           END-PERFORM
           IF LIVE-RUN
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF.

       SEED-ONE-EXERCISE SECTION.
           MOVE WS-SEED-CODE(WS-SEED-INDEX) TO WS-MATCH-CODE
           PERFORM FIND-CODE-IN-TABLE
           IF NOT MATCH-FOUND
               MOVE WS-SEED-NAME(WS-SEED-INDEX) TO WS-MATCH-NAME
               PERFORM FIND-NAME-IN-TABLE
               IF MATCH-FOUND
                   ADD 1 TO WS-SEED-CLASH-COUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DEFAULT ' DELIMITED BY SIZE
                          WS-SEED-CODE(WS-SEED-INDEX)
                              DELIMITED BY SIZE
                          ' NOT ADDED - NAME ALREADY ON ' DELIMITED
                              BY SIZE
                          WS-MATCH-CODE DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               ELSE
                   MOVE WS-SEED-CODE(WS-SEED-INDEX) TO WS-MATCH-CODE
                   PERFORM ADD-CATALOGUE-ENTRY
                   ADD 1 TO WS-SEEDED-COUNT
                   IF LIVE-RUN
                       MOVE SPACES TO EXERCISE-CATALOGUE-RECORD
                       MOVE WS-SEED-CODE(WS-SEED-INDEX) TO EXC-CODE
                       MOVE WS-SEED-NAME(WS-SEED-INDEX) TO EXC-NAME
                       MOVE WS-SEED-SPLIT(WS-SEED-INDEX) TO EXC-SPLIT
                       MOVE WS-SEED-MUSCLE(WS-SEED-INDEX)
                           TO EXC-MUSCLE-GROUP
                       MOVE WS-SEED-EQUIPMENT(WS-SEED-INDEX)
                           TO EXC-EQUIPMENT
                       MOVE 'A' TO EXC-STATUS
                       WRITE EXERCISE-CATALOGUE-RECORD
                       PERFORM JOURNAL-SEEDED-EXERCISE
                   END-IF
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'DEFAULT ' DELIMITED BY SIZE
                          WS-SEED-CODE(WS-SEED-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SEED-NAME(WS-SEED-INDEX)
                              DELIMITED BY SIZE
                          ' ADDED' DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A catalogue added by the conversion is journaled like one
      * keyed in exercise_maint, under operator BATCH.
      *****************************************************************
       JOURNAL-SEEDED-EXERCISE SECTION.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE 'BATCH' TO MJ-OPERATOR
           MOVE 'EXERCAT' TO MJ-FILE
           MOVE 'ADD' TO MJ-ACTION
           MOVE EXC-CODE TO MJ-MEMBER-ID
           MOVE SPACES TO MJ-BEFORE-IMAGE
           MOVE EXERCISE-CATALOGUE-RECORD TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.

       LOAD-NAME-MAP SECTION.
           MOVE 0 TO WS-MAP-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT NAME-MAP-FILE
           IF WS-NAME-MAP-STATUS = '00'
               PERFORM UNTIL END-OF-FILE OR NOT RUN-OK
                   READ NAME-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE NAME-MAP-FILE
           ELSE
               MOVE 'NO EXNAMMAP.DAT - STANDARD NAMES MATCHED ONLY'
                   TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-IF.

       LOAD-ONE-MAPPING SECTION.
           MOVE NM-CODE TO WS-MATCH-CODE
           PERFORM FIND-CODE-IN-TABLE
           EVALUATE TRUE
               WHEN NM-NAME = SPACES
                   CONTINUE
               WHEN NOT MATCH-FOUND
                   ADD 1 TO WS-MAP-IGNORED
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'EXNAMMAP.DAT ' DELIMITED BY SIZE
                          NM-NAME DELIMITED BY SIZE
                          ' -> ' DELIMITED BY SIZE
                          NM-CODE DELIMITED BY SIZE
                          ' IGNORED - CODE NOT ON CATALOGUE'
                              DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               WHEN WS-MAP-COUNT >= WS-MAP-MAX
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 'MORE THAN 300 EXNAMMAP.DAT LINES - ABANDONED'
                       TO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               WHEN OTHER
                   MOVE NM-NAME TO WS-MATCH-NAME
                   PERFORM NORMALISE-NAME
                   ADD 1 TO WS-MAP-COUNT
                   ADD 1 TO WS-MAP-LOADED
                   MOVE WS-NORM-NAME TO WS-MAP-NAME(WS-MAP-COUNT)
                   MOVE NM-CODE TO WS-MAP-CODE(WS-MAP-COUNT)
           END-EVALUATE.

      *****************************************************************
      * Plan slots are converted in place - the code goes where the
      * name was. A slot already holding a catalogue code is a
      * converted one and is left alone.
      *****************************************************************
       CONVERT-PLANS SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'MBRPLAN.DAT - PLAN SLOTS NOT MATCHED' TO
               CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN I-O MEMBER-PLAN-FILE
           ELSE
               OPEN INPUT MEMBER-PLAN-FILE
           END-IF
           IF WS-MEMBER-PLAN-STATUS NOT = '00'
               MOVE 'NO MBRPLAN.DAT ON FILE' TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           ELSE
               MOVE LOW-VALUES TO PLAN-KEY
               START MEMBER-PLAN-FILE KEY >= PLAN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ MEMBER-PLAN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-PLAN
                   END-READ
               END-PERFORM
               CLOSE MEMBER-PLAN-FILE
           END-IF.

       CONVERT-ONE-PLAN SECTION.
           ADD 1 TO WS-PLANS-READ
           MOVE 'N' TO WS-PLAN-CHANGED
           IF LIVE-RUN
               MOVE 'MBRPLAN' TO CB-FILE
               MOVE MEMBER-PLAN-RECORD TO CB-IMAGE
               WRITE CONVERT-BACKUP-RECORD
           END-IF
           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               MOVE PLAN-EXERCISE-TABLE(WS-EXERCISE-INDEX)
                   TO WS-PLAN-SLOT
               IF WS-SLOT-NAME NOT = SPACES
                   PERFORM CONVERT-PLAN-SLOT
               END-IF
           END-PERFORM
           IF PLAN-CHANGED AND LIVE-RUN
               REWRITE MEMBER-PLAN-RECORD
           END-IF.

       CONVERT-PLAN-SLOT SECTION.
           MOVE 'N' TO WS-MATCH-FOUND
           IF WS-SLOT-NAME(7:14) = SPACES
               MOVE WS-SLOT-NAME TO WS-MATCH-CODE
               PERFORM FIND-CODE-IN-TABLE
           END-IF
           IF MATCH-FOUND
               ADD 1 TO WS-SLOTS-ALREADY
           ELSE
               MOVE WS-SLOT-NAME TO WS-MATCH-NAME
               PERFORM MATCH-EXERCISE-NAME
               MOVE 'Y' TO WS-PLAN-CHANGED
               IF MATCH-FOUND
                   ADD 1 TO WS-SLOTS-CODED
                   MOVE WS-MATCH-CODE TO WS-SLOT-NAME
                   MOVE WS-PLAN-SLOT
                       TO PLAN-EXERCISE-TABLE(WS-EXERCISE-INDEX)
               ELSE
                   ADD 1 TO WS-SLOTS-UNMATCHED
                   MOVE PLAN-MEMBER-ID TO WS-RPT-PL-MEMBER
                   MOVE PLAN-TYPE TO WS-RPT-PL-PLAN
                   MOVE WS-SLOT-NAME TO WS-RPT-PL-NAME
                   MOVE WS-SLOT-SETS TO WS-RPT-PL-SETS
                   MOVE WS-SLOT-REPS TO WS-RPT-PL-REPS
                   MOVE WS-SLOT-WEIGHT TO WS-RPT-PL-WEIGHT
                   IF LIVE-RUN
                       MOVE 'SLOT EMPTIED' TO WS-RPT-PL-NOTE
                   ELSE
                       MOVE 'WOULD BE EMPTIED' TO WS-RPT-PL-NOTE
                   END-IF
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-PLAN-LINE
                   MOVE WS-SLOT-NAME TO UM-NAME
                   MOVE 'P' TO UM-SOURCE
                   MOVE PLAN-MEMBER-ID TO UM-MEMBER-ID
                   WRITE UNMATCHED-RECORD
                   MOVE SPACES TO PLAN-EXERCISE-TABLE(WS-EXERCISE-INDEX)
                   MOVE 0 TO PLAN-EXERCISE-SETS(WS-EXERCISE-INDEX)
                   MOVE 0 TO PLAN-EXERCISE-REPS(WS-EXERCISE-INDEX)
                   MOVE 0 TO PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
               END-IF
           END-IF.

      *****************************************************************
      * PRHIST.DAT is read in its old layout and released to the
      * sort under the new key; the output side recreates the file
      * in the new layout. The old file is probed first so a file
      * already converted (or missing) is never emptied.
      *****************************************************************
       CONVERT-PR-HISTORY SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'PRHIST.DAT - RECORDS NOT MATCHED AND RECORDS MERGED'
               TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           OPEN INPUT OLD-PR-HISTORY-FILE
           EVALUATE WS-OLD-PR-STATUS
               WHEN '00'
                   CLOSE OLD-PR-HISTORY-FILE
                   SORT PR-SORT-FILE
                       ON ASCENDING KEY PS-MEMBER-ID PS-EXERCISE-CODE
                       ON DESCENDING KEY PS-BEST-WEIGHT PS-BEST-REPS
                       INPUT PROCEDURE IS RELEASE-OLD-PRS
                       OUTPUT PROCEDURE IS WRITE-MERGED-PRS
               WHEN '35'
                   MOVE 'NO PRHIST.DAT ON FILE' TO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'PRHIST.DAT WILL NOT OPEN IN THE OLD LAYOUT '
                              DELIMITED BY SIZE
                          '(STATUS ' DELIMITED BY SIZE
                          WS-OLD-PR-STATUS DELIMITED BY SIZE
                          ') - TAKEN AS CONVERTED' DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-EVALUATE.

       RELEASE-OLD-PRS SECTION.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT OLD-PR-HISTORY-FILE
           MOVE LOW-VALUES TO OLD-PR-KEY
           START OLD-PR-HISTORY-FILE KEY >= OLD-PR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ OLD-PR-HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-PR
               END-READ
           END-PERFORM
           CLOSE OLD-PR-HISTORY-FILE.

       RELEASE-ONE-PR SECTION.
           ADD 1 TO WS-PRS-READ
           IF LIVE-RUN
               MOVE 'PRHIST' TO CB-FILE
               MOVE OLD-PR-HISTORY-RECORD TO CB-IMAGE
               WRITE CONVERT-BACKUP-RECORD
           END-IF
           MOVE OLD-PR-EXERCISE-NAME TO WS-MATCH-NAME
           PERFORM MATCH-EXERCISE-NAME
           IF MATCH-FOUND
               MOVE OLD-PR-MEMBER-ID TO PS-MEMBER-ID
               MOVE WS-MATCH-CODE TO PS-EXERCISE-CODE
               MOVE OLD-PR-BEST-WEIGHT TO PS-BEST-WEIGHT
               MOVE OLD-PR-BEST-REPS TO PS-BEST-REPS
               RELEASE PR-SORT-RECORD
           ELSE
               ADD 1 TO WS-PRS-UNMATCHED
               MOVE OLD-PR-MEMBER-ID TO WS-RPT-PR-MEMBER
               MOVE OLD-PR-EXERCISE-NAME TO WS-RPT-PR-NAME
               MOVE OLD-PR-BEST-WEIGHT TO WS-RPT-PR-WEIGHT
               MOVE OLD-PR-BEST-REPS TO WS-RPT-PR-REPS
               IF LIVE-RUN
                   MOVE 'NOT MATCHED - DROPPED' TO WS-RPT-PR-NOTE
               ELSE
                   MOVE 'NOT MATCHED - WOULD BE DROPPED'
                       TO WS-RPT-PR-NOTE
               END-IF
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-PR-LINE
               MOVE OLD-PR-EXERCISE-NAME TO UM-NAME
               MOVE 'R' TO UM-SOURCE
               MOVE OLD-PR-MEMBER-ID TO UM-MEMBER-ID
               WRITE UNMATCHED-RECORD
           END-IF.

       WRITE-MERGED-PRS SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           IF LIVE-RUN
               OPEN OUTPUT PR-HISTORY-FILE
           END-IF
           PERFORM RETURN-NEXT-PR
           PERFORM UNTIL END-OF-SORTED
               MOVE PR-SORT-RECORD TO WS-PR-KEPT
               MOVE WS-PR-KEPT(1:12) TO WS-GRP-KEY
               MOVE 0 TO WS-GRP-RECORDS
               PERFORM UNTIL END-OF-SORTED
                   OR PS-MEMBER-ID NOT = WS-GRP-KEY(1:6)
                   OR PS-EXERCISE-CODE NOT = WS-GRP-KEY(7:6)
                   ADD 1 TO WS-GRP-RECORDS
                   PERFORM RETURN-NEXT-PR
               END-PERFORM
               ADD 1 TO WS-PRS-WRITTEN
               IF LIVE-RUN
                   WRITE PR-HISTORY-RECORD FROM WS-PR-KEPT
               END-IF
               IF WS-GRP-RECORDS > 1
                   PERFORM PRINT-MERGED-PR
               END-IF
           END-PERFORM
           IF LIVE-RUN
               CLOSE PR-HISTORY-FILE
           END-IF.

       RETURN-NEXT-PR SECTION.
           RETURN PR-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-RETURN.

       PRINT-MERGED-PR SECTION.
           COMPUTE WS-PRS-MERGED = WS-PRS-MERGED + WS-GRP-RECORDS - 1
           MOVE WS-KEPT-MEMBER-ID TO WS-RPT-PR-MEMBER
           MOVE WS-KEPT-EXERCISE-CODE TO WS-MATCH-CODE
           PERFORM FIND-CODE-IN-TABLE
           MOVE WS-CAT-NAME(WS-TABLE-INDEX) TO WS-RPT-PR-NAME
           MOVE WS-KEPT-BEST-WEIGHT TO WS-RPT-PR-WEIGHT
           MOVE WS-KEPT-BEST-REPS TO WS-RPT-PR-REPS
           MOVE SPACES TO WS-RPT-PR-NOTE
           STRING 'BEST KEPT OF ' DELIMITED BY SIZE
                  WS-GRP-RECORDS DELIMITED BY SIZE
                  ' RECORDS MERGED' DELIMITED BY SIZE
               INTO WS-RPT-PR-NOTE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-PR-LINE.

      *****************************************************************
      * Workout detail is copied through WRKDTL.TMP with each entry's
      * code filled in, then copied back. The name as typed stays on
      * every entry, so nothing is lost for an unmatched one.
      *****************************************************************
       CONVERT-DETAIL SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'WRKDTL.DAT' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS NOT = '00'
               MOVE 'NO WRKDTL.DAT ON FILE' TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           ELSE
               IF LIVE-RUN
                   OPEN OUTPUT DETAIL-REWRITE-FILE
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
               IF LIVE-RUN
                   CLOSE DETAIL-REWRITE-FILE
                   PERFORM COPY-BACK-DETAIL
               END-IF
               MOVE 'ENTRIES NOT MATCHED ARE IN THE NAME LIST BELOW'
                   TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-IF.

       CONVERT-ONE-ENTRY SECTION.
           ADD 1 TO WS-DETAIL-READ
           IF WKD-EXERCISE-CODE NOT = SPACES
               ADD 1 TO WS-DETAIL-ALREADY
           ELSE
               MOVE WKD-EXERCISE-NAME TO WS-MATCH-NAME
               PERFORM MATCH-EXERCISE-NAME
               IF MATCH-FOUND
                   ADD 1 TO WS-DETAIL-CODED
                   MOVE WS-MATCH-CODE TO WKD-EXERCISE-CODE
               ELSE
                   ADD 1 TO WS-DETAIL-UNMATCHED
                   MOVE WKD-EXERCISE-NAME TO UM-NAME
                   MOVE 'D' TO UM-SOURCE
                   MOVE WKD-MEMBER-ID TO UM-MEMBER-ID
                   WRITE UNMATCHED-RECORD
               END-IF
           END-IF
           IF LIVE-RUN
               WRITE DETAIL-REWRITE-RECORD FROM WORKOUT-DETAIL-RECORD
           END-IF.

       COPY-BACK-DETAIL SECTION.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DETAIL-REWRITE-FILE
           OPEN OUTPUT WORKOUT-DETAIL-FILE
           PERFORM UNTIL END-OF-FILE
               READ DETAIL-REWRITE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       WRITE WORKOUT-DETAIL-RECORD
                           FROM DETAIL-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE DETAIL-REWRITE-FILE
           CLOSE WORKOUT-DETAIL-FILE.

      *****************************************************************
      * One line per distinct name that matched nothing, with how
      * often it turned up in each file - the list to work through
      * in exercise_maint and EXNAMMAP.DAT before the live run.
      *****************************************************************
       PRINT-UNMATCHED-NAMES SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'UNMATCHED NAMES' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-UNMATCHED-COLUMNS
           SORT UNMATCHED-SORT-FILE
               ON ASCENDING KEY US-NAME
               INPUT PROCEDURE IS RELEASE-UNMATCHED
               OUTPUT PROCEDURE IS SUMMARISE-UNMATCHED
           IF WS-UNMATCHED-NAMES = 0
               MOVE 'NONE - EVERY NAME MATCHED A CATALOGUE ENTRY'
                   TO WS-RPT-TEXT
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-IF.

       RELEASE-UNMATCHED SECTION.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT UNMATCHED-FILE
           IF WS-UNMATCHED-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ UNMATCHED-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE UNMATCHED-RECORD
                               TO UNMATCHED-SORT-RECORD
                           RELEASE UNMATCHED-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE UNMATCHED-FILE
           END-IF.

       SUMMARISE-UNMATCHED SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           PERFORM RETURN-NEXT-UNMATCHED
           PERFORM UNTIL END-OF-SORTED
               MOVE US-NAME TO WS-UNM-NAME
               MOVE US-MEMBER-ID TO WS-UNM-FIRST-MEMBER
               MOVE 0 TO WS-UNM-PLAN-COUNT
               MOVE 0 TO WS-UNM-PR-COUNT
               MOVE 0 TO WS-UNM-DETAIL-COUNT
               PERFORM UNTIL END-OF-SORTED OR US-NAME NOT = WS-UNM-NAME
                   EVALUATE TRUE
                       WHEN US-FROM-PLAN
                           ADD 1 TO WS-UNM-PLAN-COUNT
                       WHEN US-FROM-PR
                           ADD 1 TO WS-UNM-PR-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-UNM-DETAIL-COUNT
                   END-EVALUATE
                   PERFORM RETURN-NEXT-UNMATCHED
               END-PERFORM
               ADD 1 TO WS-UNMATCHED-NAMES
               MOVE WS-UNM-NAME TO WS-RPT-UN-NAME
               MOVE WS-UNM-PLAN-COUNT TO WS-RPT-UN-PLANS
               MOVE WS-UNM-PR-COUNT TO WS-RPT-UN-PRS
               MOVE WS-UNM-DETAIL-COUNT TO WS-RPT-UN-DETAIL
               MOVE WS-UNM-FIRST-MEMBER TO WS-RPT-UN-MEMBER
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-UNMATCHED-LINE
           END-PERFORM.

       RETURN-NEXT-UNMATCHED SECTION.
           RETURN UNMATCHED-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-RETURN.

       PRINT-RUN-TOTALS SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE ALL '=' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'DEFAULT EXERCISES ADDED TO CATALOGUE:' TO
               WS-RPT-TOT-LABEL
           MOVE WS-SEEDED-COUNT TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DEFAULT EXERCISES NOT ADDED (NAME USED):' TO
               WS-RPT-TOT-LABEL
           MOVE WS-SEED-CLASH-COUNT TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'EXNAMMAP.DAT LINES LOADED:' TO WS-RPT-TOT-LABEL
           MOVE WS-MAP-LOADED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'EXNAMMAP.DAT LINES IGNORED:' TO WS-RPT-TOT-LABEL
           MOVE WS-MAP-IGNORED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLANS READ:' TO WS-RPT-TOT-LABEL
           MOVE WS-PLANS-READ TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLAN SLOTS CODED:' TO WS-RPT-TOT-LABEL
           MOVE WS-SLOTS-CODED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLAN SLOTS ALREADY CODED:' TO WS-RPT-TOT-LABEL
           MOVE WS-SLOTS-ALREADY TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLAN SLOTS NOT MATCHED:' TO WS-RPT-TOT-LABEL
           MOVE WS-SLOTS-UNMATCHED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS READ:' TO WS-RPT-TOT-LABEL
           MOVE WS-PRS-READ TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS AFTER MERGE:' TO WS-RPT-TOT-LABEL
           MOVE WS-PRS-WRITTEN TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS MERGED AWAY:' TO WS-RPT-TOT-LABEL
           MOVE WS-PRS-MERGED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS NOT MATCHED:' TO WS-RPT-TOT-LABEL
           MOVE WS-PRS-UNMATCHED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WORKOUT ENTRIES READ:' TO WS-RPT-TOT-LABEL
           MOVE WS-DETAIL-READ TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WORKOUT ENTRIES CODED:' TO WS-RPT-TOT-LABEL
           MOVE WS-DETAIL-CODED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WORKOUT ENTRIES ALREADY CODED:' TO WS-RPT-TOT-LABEL
           MOVE WS-DETAIL-ALREADY TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WORKOUT ENTRIES NOT MATCHED:' TO WS-RPT-TOT-LABEL
           MOVE WS-DETAIL-UNMATCHED TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DISTINCT NAMES NOT MATCHED:' TO WS-RPT-TOT-LABEL
           MOVE WS-UNMATCHED-NAMES TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * WS-MATCH-NAME to a catalogue code in WS-MATCH-CODE: first
      * against the standard names, then against EXNAMMAP.DAT.
      *****************************************************************
       MATCH-EXERCISE-NAME SECTION.
           PERFORM FIND-NAME-IN-TABLE
           IF NOT MATCH-FOUND
               MOVE 'N' TO WS-MATCH-FOUND
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-MAP-COUNT
                       OR MATCH-FOUND
                   IF WS-MAP-NAME(WS-TABLE-INDEX) = WS-NORM-NAME
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE WS-MAP-CODE(WS-TABLE-INDEX)
                           TO WS-MATCH-CODE
                   END-IF
               END-PERFORM
           END-IF.

       FIND-NAME-IN-TABLE SECTION.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE SPACES TO WS-MATCH-CODE
           PERFORM NORMALISE-NAME
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CAT-COUNT OR MATCH-FOUND
               IF WS-CAT-NAME(WS-TABLE-INDEX) = WS-NORM-NAME
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE WS-CAT-CODE(WS-TABLE-INDEX) TO WS-MATCH-CODE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Leaves WS-TABLE-INDEX on the entry found.
      *****************************************************************
       FIND-CODE-IN-TABLE SECTION.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 1 TO WS-TABLE-INDEX
           PERFORM UNTIL WS-TABLE-INDEX > WS-CAT-COUNT OR MATCH-FOUND
               IF WS-CAT-CODE(WS-TABLE-INDEX) = WS-MATCH-CODE
                   MOVE 'Y' TO WS-MATCH-FOUND
               ELSE
                   ADD 1 TO WS-TABLE-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      * Upper case, no leading spaces and single spaces between
      * words, so "bench press", " BENCH PRESS" and "BENCH  PRESS"
      * all come out as BENCH PRESS.
      *****************************************************************
       NORMALISE-NAME SECTION.
           MOVE WS-MATCH-NAME TO WS-NORM-SOURCE
           INSPECT WS-NORM-SOURCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-NAME
           MOVE 0 TO WS-NORM-LEN
           MOVE 'N' TO WS-NORM-GAP
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > 20
               IF WS-NORM-SOURCE(WS-CHAR-INDEX:1) = SPACE
                   MOVE 'Y' TO WS-NORM-GAP
               ELSE
                   IF NORM-AFTER-GAP AND WS-NORM-LEN > 0
                       ADD 1 TO WS-NORM-LEN
                   END-IF
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-SOURCE(WS-CHAR-INDEX:1)
                       TO WS-NORM-NAME(WS-NORM-LEN:1)
                   MOVE 'N' TO WS-NORM-GAP
               END-IF
           END-PERFORM.
