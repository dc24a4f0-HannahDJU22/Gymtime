       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPECT_ENTRIES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKOUT-DETAIL-FILE ASSIGN TO "WRKDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-DETAIL-STATUS.

           SELECT PR-HISTORY-FILE ASSIGN TO "PRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-HIST-KEY
               FILE STATUS IS WS-PR-HIST-STATUS.

           SELECT MEMBER-PLAN-FILE ASSIGN TO "MBRPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS WS-MEMBER-PLAN-STATUS.

           SELECT DETAIL-SORT-FILE ASSIGN TO "SUSSORT.TMP".

           SELECT SUSPECT-REPORT ASSIGN TO "SUSPECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKOUT-DETAIL-FILE.
           COPY "WORKOUT-DETAIL.CPY".

       FD  PR-HISTORY-FILE.
           COPY "PR-HISTORY.CPY".

       FD  MEMBER-PLAN-FILE.
           COPY "MEMBER-PLAN.CPY".

      *****************************************************************
      * Workout detail sorted into PRHIST.DAT key order (member +
      * exercise code), heaviest first within each pair, so the two
      * heaviest distinct weights ever logged are the first two
      * weights of each group. Held entries are left out.
      *****************************************************************
       SD  DETAIL-SORT-FILE.
       01 DETAIL-SORT-RECORD.
         05 DS-KEY.
           10 DS-MEMBER-ID PIC X(6).
           10 DS-EXERCISE PIC X(6).
         05 DS-WEIGHT PIC 9(3).

       FD  SUSPECT-REPORT.
       01 SUSPECT-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-PR-HIST-STATUS PIC XX.
       01 WS-MEMBER-PLAN-STATUS PIC XX.
       01 WS-SUSPECT-REPORT-STATUS PIC XX.
       01 WS-DETAIL-EOF PIC X VALUE 'N'.
         88 END-OF-DETAIL VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-PR-EOF PIC X VALUE 'N'.
         88 END-OF-PR-HIST VALUE 'Y'.
       01 WS-PLANS-OPEN PIC X VALUE 'N'.
         88 PLANS-OPEN VALUE 'Y'.
       01 WS-DAYS-IN PIC X(2) VALUE SPACES.
       01 WS-LIST-DAYS PIC 9(2) VALUE 1.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-LIST-FROM-DAYS PIC S9(7).
       01 WS-PLAN-WEIGHT PIC 9(3).
       01 WS-PLAN-INDEX PIC 9(2).
       01 WS-EXERCISE-INDEX PIC 9(2).
       01 WS-MATCH-EXERCISE PIC X(6).
       01 WS-PR-KEY PIC X(12).
       01 WS-GRP-FOUND PIC X VALUE 'N'.
         88 GROUP-FOUND VALUE 'Y'.
       01 WS-GRP-KEY PIC X(12).
       01 WS-GRP-ENTRIES PIC 9(5).
       01 WS-GRP-TOP PIC 9(3).
       01 WS-GRP-SECOND PIC 9(3).
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-PR-CHECKED PIC 9(5) VALUE 0.
       01 WS-PR-FLAGGED PIC 9(5) VALUE 0.
       01 WS-PLAN-TYPES-VALUES.
         05 FILLER PIC X(4) VALUE 'PUSH'.
         05 FILLER PIC X(4) VALUE 'PULL'.
         05 FILLER PIC X(4) VALUE 'LEGS'.
       01 WS-PLAN-TYPES REDEFINES WS-PLAN-TYPES-VALUES.
         05 WS-PLAN-TYPE-NAME PIC X(4) OCCURS 3 TIMES.
       01 WS-CDATE PIC 9(8).
       01 WS-CDAYS PIC 9(7).
       01 WS-CD-YEAR PIC 9(4).
       01 WS-CD-MMDD PIC 9(4).
       01 WS-CD-MONTH PIC 9(2).
       01 WS-CD-DAY PIC 9(2).
       01 WS-CD-WORK-MONTH PIC 9(2).
       01 WS-CD-QUARTERS PIC 9(4).
       01 WS-CD-CENTURIES PIC 9(2).
       01 WS-CD-QUADCENTS PIC 9(2).
       01 WS-CD-MONTH-DAYS PIC 9(4).
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(30) VALUE 'GYMTIME SUSPECT ENTRY REPORT  '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(33) VALUE SPACES.
       01 WS-RPT-ENTRY-COLUMNS.
         05 FILLER PIC X(7) VALUE 'MEMBER '.
         05 FILLER PIC X(9) VALUE 'DATE'.
         05 FILLER PIC X(21) VALUE 'EXERCISE'.
         05 FILLER PIC X(4) VALUE ' WT '.
         05 FILLER PIC X(3) VALUE 'RP '.
         05 FILLER PIC X(5) VALUE 'HOW'.
         05 FILLER PIC X(31) VALUE 'WHY'.
       01 WS-RPT-ENTRY-LINE.
         05 WS-RPT-EN-MEMBER PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-EXERCISE PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-WEIGHT PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-REPS PIC Z9.
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-HOW PIC X(4).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-EN-WHY PIC X(30).
         05 FILLER PIC X(1) VALUE SPACES.
       01 WS-RPT-PR-COLUMNS.
         05 FILLER PIC X(7) VALUE 'MEMBER '.
         05 FILLER PIC X(21) VALUE 'EXERCISE'.
         05 FILLER PIC X(4) VALUE ' PR '.
         05 FILLER PIC X(3) VALUE 'RP '.
         05 FILLER PIC X(9) VALUE ' ENTRIES '.
         05 FILLER PIC X(36) VALUE 'WHY'.
       01 WS-RPT-PR-LINE.
         05 WS-RPT-PR-MEMBER PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PR-EXERCISE PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PR-WEIGHT PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PR-REPS PIC Z9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PR-ENTRIES PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PR-WHY PIC X(30).
         05 FILLER PIC X(7) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(36).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(39) VALUE SPACES.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       COPY "ENTRY-CHECK.CPY".
       COPY "EXERCISE-LOOKUP.CPY".

      *****************************************************************
      * Nightly exception report for implausible lifting figures.
      * Part 1 lists the last WS-LIST-DAYS days of WRKDTL.DAT
      * entries that failed the plausibility check - held out of PR
      * history by gym_batch, or challenged at the desk and kept by
      * the member - with the reason entry_check gives today.
      * Part 2 re-checks every PRHIST.DAT record with the same shop
      * tolerances: the PR against the member's plan weight and
      * against the next-best weight they have ever logged for that
      * exercise, so a fake best from before the checks existed -
      * the 500 on a 20 LB lateral raise - stands out even though
      * its own WRKDTL entry agrees with it. Plan weights come from
      * MBRPLAN.DAT; a member still on the default plan is measured
      * against history only. Staff correct what is listed with
      * pr_correct.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME SUSPECT ENTRY REPORT'
           DISPLAY 'DAYS OF ENTRIES TO LIST, '
               '2 DIGITS (BLANK = 1, TODAY ONLY): '
           ACCEPT WS-DAYS-IN
           IF WS-DAYS-IN NOT = SPACES
               IF WS-DAYS-IN IS NUMERIC AND WS-DAYS-IN NOT = '00'
                   MOVE WS-DAYS-IN TO WS-LIST-DAYS
               ELSE
                   DISPLAY 'NOT 2 DIGITS - DEFAULT OF 1 USED'
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-TODAY-DAYS
           COMPUTE WS-LIST-FROM-DAYS = WS-TODAY-DAYS - WS-LIST-DAYS + 1

           OPEN INPUT MEMBER-PLAN-FILE
           IF WS-MEMBER-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLANS-OPEN
           END-IF

           OPEN OUTPUT SUSPECT-REPORT
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE

           PERFORM LIST-SUSPECT-ENTRIES

           MOVE SPACES TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE
           MOVE 'PR RECORDS THAT LOOK IMPLAUSIBLE'
               TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-PR-COLUMNS
           SORT DETAIL-SORT-FILE
               ON ASCENDING KEY DS-KEY
               ON DESCENDING KEY DS-WEIGHT
               INPUT PROCEDURE IS RELEASE-DETAIL-WEIGHTS
               OUTPUT PROCEDURE IS CHECK-PR-RECORDS
           IF WS-PR-FLAGGED = 0
               MOVE '  NONE' TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF

           PERFORM PRINT-REPORT-TOTALS
           CLOSE SUSPECT-REPORT
           IF PLANS-OPEN
               CLOSE MEMBER-PLAN-FILE
           END-IF

           DISPLAY 'ENTRIES HELD:       ' WS-HELD-COUNT
           DISPLAY 'ENTRIES KEPT:       ' WS-KEPT-COUNT
           DISPLAY 'PRS FLAGGED:        ' WS-PR-FLAGGED
           DISPLAY 'REPORT WRITTEN TO SUSPECT.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

       LIST-SUSPECT-ENTRIES SECTION.
           MOVE 'ENTRIES HELD OUT OF PR HISTORY OR KEPT AFTER A '
               TO SUSPECT-REPORT-LINE
           MOVE 'CHALLENGE' TO SUSPECT-REPORT-LINE(48:9)
           WRITE SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-ENTRY-COLUMNS
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS = '00'
               PERFORM UNTIL END-OF-DETAIL
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           IF WKD-ENTRY-HELD OR WKD-ENTRY-CHALLENGED
                               PERFORM CHECK-ENTRY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
           END-IF
           IF WS-HELD-COUNT = 0 AND WS-KEPT-COUNT = 0
               MOVE '  NONE' TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

       CHECK-ENTRY-DATE SECTION.
           MOVE WKD-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CDAYS >= WS-LIST-FROM-DAYS
               PERFORM PRINT-SUSPECT-ENTRY
           END-IF.

       PRINT-SUSPECT-ENTRY SECTION.
           MOVE WKD-MEMBER-ID TO PLAN-MEMBER-ID
           MOVE WKD-PLAN TO PLAN-TYPE
           MOVE WKD-EXERCISE-CODE TO WS-MATCH-EXERCISE
           PERFORM FIND-PLAN-WEIGHT-IN-PLAN
           MOVE WKD-MEMBER-ID TO EC-MEMBER-ID
           MOVE WKD-EXERCISE-CODE TO EC-EXERCISE-CODE
           MOVE WKD-DATE TO EC-SESSION-DATE
           MOVE 'S' TO EC-HISTORY-MODE
           MOVE WS-PLAN-WEIGHT TO EC-PLAN-WEIGHT
           MOVE WKD-WEIGHT TO EC-ENTERED-WEIGHT
           MOVE WKD-REPS TO EC-ENTERED-REPS
           CALL 'entry_check' USING ENTRY-CHECK-AREA
           MOVE WKD-MEMBER-ID TO WS-RPT-EN-MEMBER
           MOVE WKD-DATE TO WS-RPT-EN-DATE
           MOVE WKD-EXERCISE-CODE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           IF XL-ON-CATALOGUE
               MOVE XL-NAME TO WS-RPT-EN-EXERCISE
           ELSE
               MOVE WKD-EXERCISE-NAME TO WS-RPT-EN-EXERCISE
           END-IF
           MOVE WKD-WEIGHT TO WS-RPT-EN-WEIGHT
           MOVE WKD-REPS TO WS-RPT-EN-REPS
           IF WKD-ENTRY-HELD
               MOVE 'HELD' TO WS-RPT-EN-HOW
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'KEPT' TO WS-RPT-EN-HOW
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           IF EC-SUSPECT
               MOVE EC-MESSAGE TO WS-RPT-EN-WHY
           ELSE
               MOVE 'WITHIN LIMITS ON RE-CHECK' TO WS-RPT-EN-WHY
           END-IF
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-ENTRY-LINE.

       RELEASE-DETAIL-WEIGHTS SECTION.
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS = '00'
               PERFORM UNTIL END-OF-DETAIL
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           IF NOT WKD-ENTRY-HELD
                               MOVE WKD-MEMBER-ID TO DS-MEMBER-ID
                               MOVE WKD-EXERCISE-CODE TO DS-EXERCISE
                               MOVE WKD-WEIGHT TO DS-WEIGHT
                               RELEASE DETAIL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
           END-IF.

      *****************************************************************
      * PRHIST.DAT and the sorted detail are walked side by side in
      * member + exercise order. The history a PR is measured
      * against is the heaviest logged weight below the PR itself
      * (or the heaviest of all, when the PR is above everything
      * logged), so a PR is never vouched for by the one entry that
      * set it.
      *****************************************************************
       CHECK-PR-RECORDS SECTION.
           PERFORM RETURN-NEXT-DETAIL
           OPEN INPUT PR-HISTORY-FILE
           IF WS-PR-HIST-STATUS NOT = '00'
               DISPLAY 'NO PR HISTORY ON FILE - STATUS '
                   WS-PR-HIST-STATUS
               MOVE 'Y' TO WS-PR-EOF
           ELSE
               MOVE LOW-VALUES TO PR-HIST-KEY
               START PR-HISTORY-FILE KEY >= PR-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PR-EOF
               END-START
           END-IF
           PERFORM UNTIL END-OF-PR-HIST
               READ PR-HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PR-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PR
               END-READ
           END-PERFORM
           IF WS-PR-HIST-STATUS NOT = '35'
               CLOSE PR-HISTORY-FILE
           END-IF.

       CHECK-ONE-PR SECTION.
           ADD 1 TO WS-PR-CHECKED
           MOVE PR-HIST-KEY TO WS-PR-KEY
           PERFORM UNTIL END-OF-SORTED OR DS-KEY >= WS-PR-KEY
               PERFORM CONSUME-DETAIL-GROUP
           END-PERFORM
           MOVE 'N' TO WS-GRP-FOUND
           MOVE 0 TO WS-GRP-ENTRIES
           IF NOT END-OF-SORTED AND DS-KEY = WS-PR-KEY
               PERFORM CONSUME-DETAIL-GROUP
               MOVE 'Y' TO WS-GRP-FOUND
           END-IF

           MOVE PR-HIST-MEMBER-ID TO EC-MEMBER-ID
           MOVE PR-HIST-EXERCISE-CODE TO EC-EXERCISE-CODE
           MOVE WS-CURRENT-DATE TO EC-SESSION-DATE
           MOVE 'G' TO EC-HISTORY-MODE
           EVALUATE TRUE
               WHEN NOT GROUP-FOUND
                   MOVE 0 TO EC-RECENT-BEST
               WHEN PR-HIST-BEST-WEIGHT > WS-GRP-TOP
                   MOVE WS-GRP-TOP TO EC-RECENT-BEST
               WHEN OTHER
                   MOVE WS-GRP-SECOND TO EC-RECENT-BEST
           END-EVALUATE
           PERFORM FIND-PLAN-WEIGHT
           MOVE WS-PLAN-WEIGHT TO EC-PLAN-WEIGHT
           MOVE PR-HIST-BEST-WEIGHT TO EC-ENTERED-WEIGHT
           MOVE PR-HIST-BEST-REPS TO EC-ENTERED-REPS
           CALL 'entry_check' USING ENTRY-CHECK-AREA
           IF EC-SUSPECT
               ADD 1 TO WS-PR-FLAGGED
               MOVE PR-HIST-MEMBER-ID TO WS-RPT-PR-MEMBER
               MOVE PR-HIST-EXERCISE-CODE TO XL-CODE
               CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
               MOVE XL-NAME TO WS-RPT-PR-EXERCISE
               MOVE PR-HIST-BEST-WEIGHT TO WS-RPT-PR-WEIGHT
               MOVE PR-HIST-BEST-REPS TO WS-RPT-PR-REPS
               MOVE WS-GRP-ENTRIES TO WS-RPT-PR-ENTRIES
               MOVE EC-MESSAGE TO WS-RPT-PR-WHY
               WRITE SUSPECT-REPORT-LINE FROM WS-RPT-PR-LINE
           END-IF.

       RETURN-NEXT-DETAIL SECTION.
           RETURN DETAIL-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-RETURN.

       CONSUME-DETAIL-GROUP SECTION.
           MOVE DS-KEY TO WS-GRP-KEY
           MOVE 0 TO WS-GRP-ENTRIES
           MOVE DS-WEIGHT TO WS-GRP-TOP
           MOVE 0 TO WS-GRP-SECOND
           PERFORM UNTIL END-OF-SORTED OR DS-KEY NOT = WS-GRP-KEY
               ADD 1 TO WS-GRP-ENTRIES
               IF WS-GRP-SECOND = 0 AND DS-WEIGHT < WS-GRP-TOP
                   MOVE DS-WEIGHT TO WS-GRP-SECOND
               END-IF
               PERFORM RETURN-NEXT-DETAIL
           END-PERFORM.

      *****************************************************************
      * The PR record does not say which split the exercise is on,
      * so each of the member's plans is tried in turn.
      *****************************************************************
       FIND-PLAN-WEIGHT SECTION.
           MOVE 0 TO WS-PLAN-WEIGHT
           MOVE PR-HIST-EXERCISE-CODE TO WS-MATCH-EXERCISE
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > 3 OR WS-PLAN-WEIGHT > 0
               MOVE PR-HIST-MEMBER-ID TO PLAN-MEMBER-ID
               MOVE WS-PLAN-TYPE-NAME(WS-PLAN-INDEX) TO PLAN-TYPE
               PERFORM FIND-PLAN-WEIGHT-IN-PLAN
           END-PERFORM.

      *****************************************************************
      * Plan weight for WS-MATCH-EXERCISE on the plan keyed in
      * PLAN-KEY; zero when there is no such plan or exercise.
      *****************************************************************
       FIND-PLAN-WEIGHT-IN-PLAN SECTION.
           MOVE 0 TO WS-PLAN-WEIGHT
           IF PLANS-OPEN
               READ MEMBER-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                               UNTIL WS-EXERCISE-INDEX > 5
                           IF PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                               = WS-MATCH-EXERCISE
                               MOVE PLAN-EXERCISE-WEIGHT
                                   (WS-EXERCISE-INDEX)
                                   TO WS-PLAN-WEIGHT
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       PRINT-REPORT-TOTALS SECTION.
           MOVE SPACES TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE
           MOVE ALL '=' TO SUSPECT-REPORT-LINE
           WRITE SUSPECT-REPORT-LINE
           MOVE 'ENTRIES HELD OUT OF PR HISTORY:     ' TO
               WS-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-TOT-VALUE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ENTRIES KEPT AFTER A CHALLENGE:     ' TO
               WS-RPT-TOT-LABEL
           MOVE WS-KEPT-COUNT TO WS-RPT-TOT-VALUE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS CHECKED:                 ' TO
               WS-RPT-TOT-LABEL
           MOVE WS-PR-CHECKED TO WS-RPT-TOT-VALUE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PR RECORDS THAT LOOK IMPLAUSIBLE:   ' TO
               WS-RPT-TOT-LABEL
           MOVE WS-PR-FLAGGED TO WS-RPT-TOT-VALUE
           WRITE SUSPECT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'CORRECT LISTED PRS WITH PR_CORRECT (SUPERVISOR ID '
               TO SUSPECT-REPORT-LINE
           MOVE 'REQUIRED)' TO SUSPECT-REPORT-LINE(51:9)
           WRITE SUSPECT-REPORT-LINE.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS so two dates can be subtracted to get elapsed
      * days - the same routine retention_report uses.
      *****************************************************************
       CONVERT-DATE-TO-DAYS SECTION.
           DIVIDE WS-CDATE BY 10000 GIVING WS-CD-YEAR
               REMAINDER WS-CD-MMDD
           DIVIDE WS-CD-MMDD BY 100 GIVING WS-CD-MONTH
               REMAINDER WS-CD-DAY
           IF WS-CD-MONTH < 3
               SUBTRACT 1 FROM WS-CD-YEAR
               COMPUTE WS-CD-WORK-MONTH = WS-CD-MONTH + 12
           ELSE
               MOVE WS-CD-MONTH TO WS-CD-WORK-MONTH
           END-IF
           DIVIDE WS-CD-YEAR BY 4 GIVING WS-CD-QUARTERS
           DIVIDE WS-CD-YEAR BY 100 GIVING WS-CD-CENTURIES
           DIVIDE WS-CD-YEAR BY 400 GIVING WS-CD-QUADCENTS
           COMPUTE WS-CD-MONTH-DAYS =
               (153 * (WS-CD-WORK-MONTH + 1)) / 5
           COMPUTE WS-CDAYS = 365 * WS-CD-YEAR + WS-CD-QUARTERS
               - WS-CD-CENTURIES + WS-CD-QUADCENTS
               + WS-CD-MONTH-DAYS + WS-CD-DAY.

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under SUSPECT:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of PR records re-checked. The report changes no file, so the
      * number changed is always zero. The nightly job-stream driver
      * reads it to decide whether the step succeeded.
      *****************************************************************
       START-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '35'
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'SUSPECT' TO RUN-CONTROL-ID
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO RUN-TXN-COUNT
           MOVE 0 TO RUN-TXN-DONE
           MOVE 'RUNNING' TO RUN-STATUS
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE.

       COMPLETE-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           MOVE 'SUSPECT' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-PR-CHECKED TO RUN-TXN-COUNT
                   MOVE 0 TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
