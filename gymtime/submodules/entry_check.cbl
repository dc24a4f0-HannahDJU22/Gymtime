       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRY_CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKOUT-DETAIL-FILE ASSIGN TO "WRKDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-DETAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKOUT-DETAIL-FILE.
           COPY "WORKOUT-DETAIL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-DETAIL-EOF PIC X VALUE 'N'.
         88 END-OF-DETAIL VALUE 'Y'.
       01 WS-SESSION-DAYS PIC 9(7).
       01 WS-HISTORY-FROM-DAYS PIC S9(7).
       01 WS-BASE-WEIGHT PIC 9(3).
       01 WS-OVER-PCT PIC 9(3).
       01 WS-PCT-LIMIT PIC 9(5).
       01 WS-JUMP-LIMIT PIC 9(5).
       01 WS-OVER-LIMIT PIC 9(5).
       01 WS-UNDER-LIMIT PIC 9(5).
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
       01 WS-MSG-OVER.
         05 FILLER PIC X(5) VALUE 'OVER '.
         05 WS-MSG-OV-LIMIT PIC ZZ9.
         05 FILLER PIC X(12) VALUE ' LIMIT FROM '.
         05 WS-MSG-OV-BASIS PIC X(5).
         05 WS-MSG-OV-BASE PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
       01 WS-MSG-UNDER.
         05 FILLER PIC X(6) VALUE 'UNDER '.
         05 WS-MSG-UN-LIMIT PIC ZZ9.
         05 FILLER PIC X(17) VALUE ' LIMIT FROM PLAN '.
         05 WS-MSG-UN-PLAN PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACES.
       01 WS-MSG-REPS.
         05 FILLER PIC X(24) VALUE 'REPS OVER SHOP LIMIT OF '.
         05 WS-MSG-RP-LIMIT PIC Z9.
         05 FILLER PIC X(4) VALUE SPACES.
       COPY "GYM-CONFIG.CPY".

       LINKAGE SECTION.
       COPY "ENTRY-CHECK.CPY".

      *****************************************************************
      * Plausibility test on one weight/rep entry, shared by the
      * push/pull/legs exercise screens, gym_batch (through those
      * same submodules) and the nightly suspect-entry report so
      * that all three apply the shop's tolerances from GYM-CONFIG
      * the same way. A typo such as 500 for 50 on a lateral raise
      * used to become a permanent NEW PR and then drive
      * plan_progress off a number nobody lifted.
      * Checks, first failure wins:
      *   - weight over the plan limit (plan weight > 0 only);
      *   - weight over the limit from the recent best (only when
      *     there is recent history - a first entry has none);
      *   - weight under the plan limit (plan weight > 0 only);
      *   - reps over the shop maximum.
      * An empty entry (no weight, no reps) is always plausible.
      *****************************************************************
       PROCEDURE DIVISION USING ENTRY-CHECK-AREA.
           MOVE 'Y' TO EC-RESULT
           MOVE SPACES TO EC-REASON
           MOVE 0 TO EC-LIMIT
           MOVE SPACES TO EC-MESSAGE
           IF EC-SCAN-HISTORY
               PERFORM FIND-RECENT-BEST
           END-IF
           IF EC-ENTERED-WEIGHT = 0 AND EC-ENTERED-REPS = 0
               GOBACK
           END-IF

           IF EC-PLAN-WEIGHT > 0
               MOVE EC-PLAN-WEIGHT TO WS-BASE-WEIGHT
               MOVE WS-PLAN-OVER-PCT TO WS-OVER-PCT
               PERFORM COMPUTE-OVER-LIMIT
               IF EC-ENTERED-WEIGHT > WS-OVER-LIMIT
                   MOVE 'OP' TO EC-REASON
                   MOVE 'PLAN ' TO WS-MSG-OV-BASIS
                   PERFORM SET-OVER-MESSAGE
                   GOBACK
               END-IF
           END-IF

           IF EC-RECENT-BEST > 0
               MOVE EC-RECENT-BEST TO WS-BASE-WEIGHT
               MOVE WS-HISTORY-OVER-PCT TO WS-OVER-PCT
               PERFORM COMPUTE-OVER-LIMIT
               IF EC-ENTERED-WEIGHT > WS-OVER-LIMIT
                   MOVE 'OH' TO EC-REASON
                   MOVE 'BEST ' TO WS-MSG-OV-BASIS
                   PERFORM SET-OVER-MESSAGE
                   GOBACK
               END-IF
           END-IF

           IF EC-PLAN-WEIGHT > 0
               COMPUTE WS-UNDER-LIMIT =
                   (EC-PLAN-WEIGHT * WS-PLAN-UNDER-PCT) / 100
               IF EC-ENTERED-WEIGHT < WS-UNDER-LIMIT
                   MOVE 'N' TO EC-RESULT
                   MOVE 'UP' TO EC-REASON
                   MOVE WS-UNDER-LIMIT TO EC-LIMIT
                   MOVE WS-UNDER-LIMIT TO WS-MSG-UN-LIMIT
                   MOVE EC-PLAN-WEIGHT TO WS-MSG-UN-PLAN
                   MOVE WS-MSG-UNDER TO EC-MESSAGE
                   GOBACK
               END-IF
           END-IF

           IF EC-ENTERED-REPS > WS-MAX-REPS
               MOVE 'N' TO EC-RESULT
               MOVE 'RP' TO EC-REASON
               MOVE WS-MAX-REPS TO EC-LIMIT
               MOVE WS-MAX-REPS TO WS-MSG-RP-LIMIT
               MOVE WS-MSG-REPS TO EC-MESSAGE
           END-IF

           GOBACK.

      *****************************************************************
      * The over limit is the base raised by the shop percentage,
      * but never less than the base plus the minimum jump - 25% on
      * a 20 LB lateral raise is only 5 LB - and never above the
      * 999 a weight field can hold.
      *****************************************************************
       COMPUTE-OVER-LIMIT SECTION.
           COMPUTE WS-PCT-LIMIT = (WS-BASE-WEIGHT * WS-OVER-PCT) / 100
           COMPUTE WS-JUMP-LIMIT = WS-BASE-WEIGHT + WS-MIN-JUMP-LB
           IF WS-PCT-LIMIT > WS-JUMP-LIMIT
               MOVE WS-PCT-LIMIT TO WS-OVER-LIMIT
           ELSE
               MOVE WS-JUMP-LIMIT TO WS-OVER-LIMIT
           END-IF
           IF WS-OVER-LIMIT > 999
               MOVE 999 TO WS-OVER-LIMIT
           END-IF.

       SET-OVER-MESSAGE SECTION.
           MOVE 'N' TO EC-RESULT
           MOVE WS-OVER-LIMIT TO EC-LIMIT
           MOVE WS-OVER-LIMIT TO WS-MSG-OV-LIMIT
           MOVE WS-BASE-WEIGHT TO WS-MSG-OV-BASE
           MOVE WS-MSG-OVER TO EC-MESSAGE.

      *****************************************************************
      * Best weight on this exercise in the WS-HISTORY-DAYS days
      * before the session. Entries from the session date itself
      * are left out so a re-check of a logged entry is not
      * measured against itself, and held entries never count as
      * history.
      *****************************************************************
       FIND-RECENT-BEST SECTION.
           MOVE 0 TO EC-RECENT-BEST
           MOVE EC-SESSION-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-SESSION-DAYS
           COMPUTE WS-HISTORY-FROM-DAYS =
               WS-SESSION-DAYS - WS-HISTORY-DAYS
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS = '00'
               PERFORM UNTIL END-OF-DETAIL
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           IF WKD-MEMBER-ID = EC-MEMBER-ID
                               AND WKD-EXERCISE-CODE = EC-EXERCISE-CODE
                               AND WKD-DATE < EC-SESSION-DATE
                               AND WKD-WEIGHT > EC-RECENT-BEST
                               AND NOT WKD-ENTRY-HELD
                               PERFORM CHECK-HISTORY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
           END-IF.

       CHECK-HISTORY-DATE SECTION.
           MOVE WKD-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CDAYS >= WS-HISTORY-FROM-DAYS
               MOVE WKD-WEIGHT TO EC-RECENT-BEST
           END-IF.

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
