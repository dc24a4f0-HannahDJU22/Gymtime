       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINER_WORKLIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT TRAINER-FILE ASSIGN TO "TRAINERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.

           SELECT WEIGH-IN-FILE ASSIGN TO "WEIGHIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-WEIGH-IN-STATUS.

           SELECT PROGRESS-JOURNAL ASSIGN TO "PLANPROG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-JOURNAL-STATUS.

           SELECT WORKOUT-DETAIL-FILE ASSIGN TO "WRKDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-DETAIL-STATUS.

           SELECT STALL-FILE ASSIGN TO "TWSTALL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALL-STATUS.

           SELECT STALL-SORT-FILE ASSIGN TO "TWSORT1.TMP".

           SELECT WORKLIST-SORT-FILE ASSIGN TO "TWSORT2.TMP".

           SELECT WORKLIST-REPORT ASSIGN TO "TRNWORK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  TRAINER-FILE.
           COPY "TRAINER.CPY".

       FD  WEIGH-IN-FILE.
           COPY "WEIGH-IN.CPY".

       FD  PROGRESS-JOURNAL.
           COPY "PROG-JOURNAL.CPY".

       FD  WORKOUT-DETAIL-FILE.
           COPY "WORKOUT-DETAIL.CPY".

       FD  STALL-FILE.
       01 STALL-RECORD.
         05 STL-MEMBER-ID PIC X(6).
         05 STL-LAST-PR-DATE PIC 9(8).
         05 STL-WEEKS PIC 9(3).

      *****************************************************************
      * WRKDTL.DAT is in session order, not member order, so it is
      * sorted by member to find each member's first session, last
      * session and last new PR in one pass.
      *****************************************************************
       SD  STALL-SORT-FILE.
       01 STALL-SORT-RECORD.
         05 SS-MEMBER-ID PIC X(6).
         05 SS-DATE PIC 9(8).
         05 SS-PR-FLAG PIC X(1).
           88 SS-NEW-PR VALUE 'Y'.

      *****************************************************************
      * One record per reason a member needs a look, sorted into
      * trainer and member order for printing. Trainer ID spaces
      * (members nobody has been assigned to) sorts first.
      *****************************************************************
       SD  WORKLIST-SORT-FILE.
       01 WORKLIST-SORT-RECORD.
         05 WL-TRAINER-ID PIC X(4).
         05 WL-MEMBER-ID PIC X(6).
         05 WL-REASON-SEQ PIC 9(1).
         05 WL-SEQ PIC 9(5).
         05 WL-MEMBER-NAME PIC X(30).
         05 WL-DATE PIC 9(8).
         05 WL-REASON PIC X(44).

       FD  WORKLIST-REPORT.
       01 WORKLIST-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-TRAINER-STATUS PIC XX.
       01 WS-WEIGH-IN-STATUS PIC XX.
       01 WS-PROGRESS-JOURNAL-STATUS PIC XX.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-STALL-STATUS PIC XX.
       01 WS-WORKLIST-REPORT-STATUS PIC XX.
       01 WS-MEMBER-EOF PIC X VALUE 'N'.
         88 END-OF-MEMBERS VALUE 'Y'.
       01 WS-TRAINER-EOF PIC X VALUE 'N'.
         88 END-OF-TRAINERS VALUE 'Y'.
       01 WS-WEIGH-EOF PIC X VALUE 'N'.
         88 END-OF-WEIGH-INS VALUE 'Y'.
       01 WS-JOURNAL-EOF PIC X VALUE 'N'.
         88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-DETAIL-EOF PIC X VALUE 'N'.
         88 END-OF-DETAIL VALUE 'Y'.
       01 WS-STALL-EOF PIC X VALUE 'N'.
         88 END-OF-STALLS VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-MEMBERS-OPEN PIC X VALUE 'N'.
         88 MEMBERS-OPEN VALUE 'Y'.
       01 WS-WEIGH-INS-OPEN PIC X VALUE 'N'.
         88 WEIGH-INS-OPEN VALUE 'Y'.
       01 WS-TRAINERS-OPEN PIC X VALUE 'N'.
         88 TRAINERS-OPEN VALUE 'Y'.
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-PR-WEEKS-IN PIC X(2) VALUE SPACES.
       01 WS-PR-WEEKS PIC 9(2) VALUE 6.
       01 WS-BACKOFF-DAYS-IN PIC X(2) VALUE SPACES.
       01 WS-BACKOFF-DAYS PIC 9(2) VALUE 1.
       01 WS-TREND-DAYS-IN PIC X(3) VALUE SPACES.
       01 WS-TREND-DAYS PIC 9(3) VALUE 28.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-BACKOFF-FROM-DAYS PIC 9(7).
       01 WS-TREND-FROM-DAYS PIC 9(7).
       01 WS-PR-CUTOFF-DAYS PIC 9(7).
       01 WS-RELEASE-SEQ PIC 9(5) VALUE 0.
       01 WS-GRP-MEMBER-ID PIC X(6).
       01 WS-GRP-FIRST-DATE PIC 9(8).
       01 WS-GRP-LAST-DATE PIC 9(8).
       01 WS-GRP-LAST-PR-DATE PIC 9(8).
       01 WS-STALL-FROM-DAYS PIC 9(7).
       01 WS-STALL-WEEKS PIC 9(3).
       01 WS-WI-COUNT PIC 9(4).
       01 WS-WI-FIRST-WEIGHT PIC 9(3).
       01 WS-WI-LAST-WEIGHT PIC 9(3).
       01 WS-WI-LAST-DATE PIC 9(8).
       01 WS-FIRST-DISTANCE PIC S9(4).
       01 WS-LAST-DISTANCE PIC S9(4).
       01 WS-PRINT-TRAINER-ID PIC X(4).
       01 WS-PRINT-MEMBER-ID PIC X(6).
       01 WS-GROUP-MEMBERS PIC 9(4).
       01 WS-GROUP-REASONS PIC 9(4).
       01 WS-TOTAL-MEMBERS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REASONS PIC 9(5) VALUE 0.
       01 WS-BACKOFF-COUNT PIC 9(5) VALUE 0.
       01 WS-STALL-COUNT PIC 9(5) VALUE 0.
       01 WS-WEIGHT-COUNT PIC 9(5) VALUE 0.
       01 WS-STREAK-COUNT PIC 9(5) VALUE 0.
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
       01 WS-RSN-BACKOFF.
         05 FILLER PIC X(16) VALUE 'PLAN BACKED OFF '.
         05 WS-RSN-BO-EXERCISE PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RSN-BO-OLD PIC ZZ9.
         05 FILLER PIC X(1) VALUE '>'.
         05 WS-RSN-BO-NEW PIC ZZ9.
       01 WS-RSN-STALL.
         05 FILLER PIC X(13) VALUE 'NO NEW PR IN '.
         05 WS-RSN-ST-WEEKS PIC ZZ9.
         05 FILLER PIC X(28) VALUE ' WEEKS'.
       01 WS-RSN-NEVER-PR.
         05 FILLER PIC X(21) VALUE 'NO PR YET, TRAINING '.
         05 WS-RSN-NP-WEEKS PIC ZZ9.
         05 FILLER PIC X(20) VALUE ' WEEKS'.
       01 WS-RSN-WEIGHT.
         05 FILLER PIC X(7) VALUE 'WEIGHT '.
         05 WS-RSN-WT-FIRST PIC ZZ9.
         05 FILLER PIC X(1) VALUE '>'.
         05 WS-RSN-WT-LAST PIC ZZ9.
         05 FILLER PIC X(24) VALUE ' MOVING AWAY FROM GOAL '.
         05 WS-RSN-WT-GOAL PIC ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
       01 WS-RSN-STREAK.
         05 FILLER PIC X(8) VALUE 'SKIPPED '.
         05 WS-RSN-SK-COUNT PIC ZZ9.
         05 FILLER PIC X(33) VALUE ' CHECK-INS IN A ROW'.
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(26) VALUE 'GYMTIME TRAINER WORKLIST  '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(37) VALUE SPACES.
       01 WS-RPT-TRAINER-LINE.
         05 FILLER PIC X(8) VALUE 'TRAINER '.
         05 WS-RPT-TRAINER-ID PIC X(4).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-TRAINER-NAME PIC X(30).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-TRAINER-NOTE PIC X(36).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(7) VALUE 'MEMBER '.
         05 FILLER PIC X(19) VALUE 'NAME'.
         05 FILLER PIC X(9) VALUE 'DATE'.
         05 FILLER PIC X(45) VALUE 'REASON'.
       01 WS-RPT-DETAIL-LINE.
         05 WS-RPT-MEMBER-ID PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-MEMBER-NAME PIC X(18).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-DATE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-REASON PIC X(44).
         05 FILLER PIC X(1) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(30).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(45) VALUE SPACES.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       COPY "GYM-CONFIG.CPY".

      *****************************************************************
      * Nightly list, per coach, of the members who need a look and
      * why - so coaches stop combing PLANPROG.RPT, STRENGTH.RPT
      * and WEIGHT.RPT by hand. An active member is listed when:
      *   - plan_progress backed off one of their working weights
      *     in the last WS-BACKOFF-DAYS days (PLANPROG.JRN);
      *   - they are still training but WRKDTL.DAT shows no new PR
      *     for WS-PR-WEEKS weeks;
      *   - their weigh-ins over the last WS-TREND-DAYS days have
      *     moved away from MEMBER-GOAL-WEIGHT;
      *   - they have said NO at check-in WS-NO-STREAK-LIMIT times
      *     running - the same limit the check-in nudge uses.
      * A member can be listed for several reasons, one line each.
      * Members with no trainer are listed first so they can be
      * given one; a coach with nothing to review still gets a
      * heading saying so.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME TRAINER WORKLIST'
           DISPLAY 'WEEKS WITHOUT A NEW PR BEFORE LISTING, '
               '2 DIGITS (BLANK = 6): '
           ACCEPT WS-PR-WEEKS-IN
           IF WS-PR-WEEKS-IN NOT = SPACES
               IF WS-PR-WEEKS-IN IS NUMERIC
                   MOVE WS-PR-WEEKS-IN TO WS-PR-WEEKS
               ELSE
                   DISPLAY 'NOT 2 DIGITS - DEFAULT OF 6 USED'
               END-IF
           END-IF
           DISPLAY 'DAYS OF PLAN BACK-OFFS TO LIST, '
               '2 DIGITS (BLANK = 1, TODAY ONLY): '
           ACCEPT WS-BACKOFF-DAYS-IN
           IF WS-BACKOFF-DAYS-IN NOT = SPACES
               IF WS-BACKOFF-DAYS-IN IS NUMERIC
                   MOVE WS-BACKOFF-DAYS-IN TO WS-BACKOFF-DAYS
               ELSE
                   DISPLAY 'NOT 2 DIGITS - DEFAULT OF 1 USED'
               END-IF
           END-IF
           DISPLAY 'DAYS OF WEIGH-INS TO TREND, '
               '3 DIGITS (BLANK = 28): '
           ACCEPT WS-TREND-DAYS-IN
           IF WS-TREND-DAYS-IN NOT = SPACES
               IF WS-TREND-DAYS-IN IS NUMERIC
                   MOVE WS-TREND-DAYS-IN TO WS-TREND-DAYS
               ELSE
                   DISPLAY 'NOT 3 DIGITS - DEFAULT OF 28 USED'
               END-IF
           END-IF
           IF WS-PR-WEEKS = 0 OR WS-BACKOFF-DAYS = 0
               OR WS-TREND-DAYS = 0
               DISPLAY 'WEEKS AND DAYS MUST ALL BE NON-ZERO - '
                   'RUN ABANDONED'
               GOBACK
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-TODAY-DAYS
           COMPUTE WS-BACKOFF-FROM-DAYS =
               WS-TODAY-DAYS - WS-BACKOFF-DAYS + 1
           COMPUTE WS-TREND-FROM-DAYS = WS-TODAY-DAYS - WS-TREND-DAYS
           COMPUTE WS-PR-CUTOFF-DAYS =
               WS-TODAY-DAYS - (WS-PR-WEEKS * 7)

           SORT STALL-SORT-FILE
               ON ASCENDING KEY SS-MEMBER-ID
               INPUT PROCEDURE IS RELEASE-WORKOUT-DETAIL
               OUTPUT PROCEDURE IS FIND-PR-STALLS

           OPEN OUTPUT WORKLIST-REPORT
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE

           SORT WORKLIST-SORT-FILE
               ON ASCENDING KEY WL-TRAINER-ID WL-MEMBER-ID
                   WL-REASON-SEQ WL-SEQ
               INPUT PROCEDURE IS GATHER-WORKLIST-ITEMS
               OUTPUT PROCEDURE IS PRINT-WORKLISTS

           PERFORM PRINT-WORKLIST-TOTALS
           CLOSE WORKLIST-REPORT

           DISPLAY 'MEMBERS TO REVIEW:  ' WS-TOTAL-MEMBERS
           DISPLAY 'REASONS LISTED:     ' WS-TOTAL-REASONS
           DISPLAY 'REPORT WRITTEN TO TRNWORK.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

       RELEASE-WORKOUT-DETAIL SECTION.
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS = '00'
               PERFORM UNTIL END-OF-DETAIL
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE WKD-MEMBER-ID TO SS-MEMBER-ID
                           MOVE WKD-DATE TO SS-DATE
                           MOVE WKD-PR-FLAG TO SS-PR-FLAG
                           RELEASE STALL-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
           END-IF.

      *****************************************************************
      * A member is stalled when they have been training for at
      * least WS-PR-WEEKS weeks, have trained inside that window,
      * and have not set a new PR inside it. A member who stopped
      * coming altogether is left to the NO-streak trigger.
      *****************************************************************
       FIND-PR-STALLS SECTION.
           OPEN OUTPUT STALL-FILE
           MOVE SPACES TO WS-GRP-MEMBER-ID
           PERFORM UNTIL END-OF-SORTED
               RETURN STALL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       IF SS-MEMBER-ID NOT = WS-GRP-MEMBER-ID
                           PERFORM CHECK-MEMBER-STALL
                           MOVE SS-MEMBER-ID TO WS-GRP-MEMBER-ID
                           MOVE SS-DATE TO WS-GRP-FIRST-DATE
                           MOVE SS-DATE TO WS-GRP-LAST-DATE
                           MOVE 0 TO WS-GRP-LAST-PR-DATE
                       END-IF
                       IF SS-DATE < WS-GRP-FIRST-DATE
                           MOVE SS-DATE TO WS-GRP-FIRST-DATE
                       END-IF
                       IF SS-DATE > WS-GRP-LAST-DATE
                           MOVE SS-DATE TO WS-GRP-LAST-DATE
                       END-IF
                       IF SS-NEW-PR AND SS-DATE > WS-GRP-LAST-PR-DATE
                           MOVE SS-DATE TO WS-GRP-LAST-PR-DATE
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM CHECK-MEMBER-STALL
           CLOSE STALL-FILE
           MOVE 'N' TO WS-SORTED-EOF.

       CHECK-MEMBER-STALL SECTION.
           IF WS-GRP-MEMBER-ID NOT = SPACES
               MOVE WS-GRP-FIRST-DATE TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               IF WS-CDAYS <= WS-PR-CUTOFF-DAYS
                   MOVE WS-GRP-LAST-DATE TO WS-CDATE
                   PERFORM CONVERT-DATE-TO-DAYS
                   IF WS-CDAYS > WS-PR-CUTOFF-DAYS
                       IF WS-GRP-LAST-PR-DATE = 0
                           MOVE WS-GRP-FIRST-DATE TO WS-CDATE
                       ELSE
                           MOVE WS-GRP-LAST-PR-DATE TO WS-CDATE
                       END-IF
                       PERFORM CONVERT-DATE-TO-DAYS
                       IF WS-CDAYS <= WS-PR-CUTOFF-DAYS
                           COMPUTE WS-STALL-WEEKS =
                               (WS-TODAY-DAYS - WS-CDAYS) / 7
                           MOVE WS-GRP-MEMBER-ID TO STL-MEMBER-ID
                           MOVE WS-GRP-LAST-PR-DATE
                               TO STL-LAST-PR-DATE
                           MOVE WS-STALL-WEEKS TO STL-WEEKS
                           WRITE STALL-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The member master is walked once for the NO streak and the
      * weigh-in trend, then the back-off journal and the stalled
      * PR list are each read through, looking the member up by key
      * for their trainer and name.
      *****************************************************************
       GATHER-WORKLIST-ITEMS SECTION.
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS NOT = '00'
               DISPLAY 'NO MEMBERS ON FILE - STATUS '
                   WS-MEMBER-MASTER-STATUS
           ELSE
               MOVE 'Y' TO WS-MEMBERS-OPEN
               OPEN INPUT WEIGH-IN-FILE
               IF WS-WEIGH-IN-STATUS = '00'
                   MOVE 'Y' TO WS-WEIGH-INS-OPEN
               END-IF
               PERFORM WALK-MEMBERS
               IF WEIGH-INS-OPEN
                   CLOSE WEIGH-IN-FILE
               END-IF
               PERFORM GATHER-BACKOFFS
               PERFORM GATHER-STALLS
               CLOSE MEMBER-MASTER
           END-IF.

       WALK-MEMBERS SECTION.
           MOVE LOW-VALUES TO MEMBER-ID-KEY
           START MEMBER-MASTER KEY >= MEMBER-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF
           END-START
           PERFORM UNTIL END-OF-MEMBERS
               READ MEMBER-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF
                   NOT AT END
                       IF MEMBER-ACTIVE
                           PERFORM CHECK-MEMBER-TRIGGERS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MEMBER-TRIGGERS SECTION.
           IF MEMBER-NO-STREAK >= WS-NO-STREAK-LIMIT
               MOVE MEMBER-NO-STREAK TO WS-RSN-SK-COUNT
               MOVE 4 TO WL-REASON-SEQ
               MOVE 0 TO WL-DATE
               MOVE WS-RSN-STREAK TO WL-REASON
               PERFORM RELEASE-WORKLIST-ITEM
               ADD 1 TO WS-STREAK-COUNT
           END-IF
           IF WEIGH-INS-OPEN AND MEMBER-GOAL-WEIGHT > 0
               PERFORM CHECK-WEIGHT-TREND
           END-IF.

      *****************************************************************
      * Trend = first against last weigh-in inside the window. It is
      * moving away when the last weigh-in is further from the goal
      * than the first one was.
      *****************************************************************
       CHECK-WEIGHT-TREND SECTION.
           MOVE 0 TO WS-WI-COUNT
           MOVE 'N' TO WS-WEIGH-EOF
           MOVE MEMBER-ID-KEY TO WI-MEMBER-ID
           MOVE 0 TO WI-DATE
           START WEIGH-IN-FILE KEY >= WI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WEIGH-EOF
           END-START
           PERFORM UNTIL END-OF-WEIGH-INS
               READ WEIGH-IN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-WEIGH-EOF
                   NOT AT END
                       IF WI-MEMBER-ID NOT = MEMBER-ID-KEY
                           MOVE 'Y' TO WS-WEIGH-EOF
                       ELSE
                           MOVE WI-DATE TO WS-CDATE
                           PERFORM CONVERT-DATE-TO-DAYS
                           IF WS-CDAYS >= WS-TREND-FROM-DAYS
                               AND WI-BODY-WEIGHT > 0
                               ADD 1 TO WS-WI-COUNT
                               IF WS-WI-COUNT = 1
                                   MOVE WI-BODY-WEIGHT
                                       TO WS-WI-FIRST-WEIGHT
                               END-IF
                               MOVE WI-BODY-WEIGHT TO WS-WI-LAST-WEIGHT
                               MOVE WI-DATE TO WS-WI-LAST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WI-COUNT > 1
               COMPUTE WS-FIRST-DISTANCE =
                   WS-WI-FIRST-WEIGHT - MEMBER-GOAL-WEIGHT
               IF WS-FIRST-DISTANCE < 0
                   COMPUTE WS-FIRST-DISTANCE = 0 - WS-FIRST-DISTANCE
               END-IF
               COMPUTE WS-LAST-DISTANCE =
                   WS-WI-LAST-WEIGHT - MEMBER-GOAL-WEIGHT
               IF WS-LAST-DISTANCE < 0
                   COMPUTE WS-LAST-DISTANCE = 0 - WS-LAST-DISTANCE
               END-IF
               IF WS-LAST-DISTANCE > WS-FIRST-DISTANCE
                   MOVE WS-WI-FIRST-WEIGHT TO WS-RSN-WT-FIRST
                   MOVE WS-WI-LAST-WEIGHT TO WS-RSN-WT-LAST
                   MOVE MEMBER-GOAL-WEIGHT TO WS-RSN-WT-GOAL
                   MOVE 3 TO WL-REASON-SEQ
                   MOVE WS-WI-LAST-DATE TO WL-DATE
                   MOVE WS-RSN-WEIGHT TO WL-REASON
                   PERFORM RELEASE-WORKLIST-ITEM
                   ADD 1 TO WS-WEIGHT-COUNT
               END-IF
           END-IF.

       GATHER-BACKOFFS SECTION.
           OPEN INPUT PROGRESS-JOURNAL
           IF WS-PROGRESS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-JOURNAL
                   READ PROGRESS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           IF PJR-BACKED-OFF
                               PERFORM CHECK-BACKOFF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESS-JOURNAL
           END-IF.

       CHECK-BACKOFF-ENTRY SECTION.
           MOVE PJR-RUN-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CDAYS >= WS-BACKOFF-FROM-DAYS
               MOVE PJR-MEMBER-ID TO MEMBER-ID-KEY
               PERFORM READ-ACTIVE-MEMBER
               IF MEMBER-OK
                   MOVE PJR-EXERCISE-NAME TO WS-RSN-BO-EXERCISE
                   MOVE PJR-OLD-WEIGHT TO WS-RSN-BO-OLD
                   MOVE PJR-NEW-WEIGHT TO WS-RSN-BO-NEW
                   MOVE 1 TO WL-REASON-SEQ
                   MOVE PJR-RUN-DATE TO WL-DATE
                   MOVE WS-RSN-BACKOFF TO WL-REASON
                   PERFORM RELEASE-WORKLIST-ITEM
                   ADD 1 TO WS-BACKOFF-COUNT
               END-IF
           END-IF.

       GATHER-STALLS SECTION.
           OPEN INPUT STALL-FILE
           IF WS-STALL-STATUS = '00'
               PERFORM UNTIL END-OF-STALLS
                   READ STALL-FILE
                       AT END
                           MOVE 'Y' TO WS-STALL-EOF
                       NOT AT END
                           MOVE STL-MEMBER-ID TO MEMBER-ID-KEY
                           PERFORM READ-ACTIVE-MEMBER
                           IF MEMBER-OK
                               PERFORM RELEASE-STALL-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STALL-FILE
           END-IF.

       RELEASE-STALL-ITEM SECTION.
           MOVE 2 TO WL-REASON-SEQ
           MOVE STL-LAST-PR-DATE TO WL-DATE
           IF STL-LAST-PR-DATE = 0
               MOVE STL-WEEKS TO WS-RSN-NP-WEEKS
               MOVE WS-RSN-NEVER-PR TO WL-REASON
           ELSE
               MOVE STL-WEEKS TO WS-RSN-ST-WEEKS
               MOVE WS-RSN-STALL TO WL-REASON
           END-IF
           PERFORM RELEASE-WORKLIST-ITEM
           ADD 1 TO WS-STALL-COUNT.

       READ-ACTIVE-MEMBER SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MEMBER-OK
               NOT INVALID KEY
                   IF MEMBER-ACTIVE
                       MOVE 'Y' TO WS-MEMBER-OK
                   END-IF
           END-READ.

      *****************************************************************
      * The caller sets the reason, its sequence and date; the
      * member record in the buffer supplies the trainer and name.
      *****************************************************************
       RELEASE-WORKLIST-ITEM SECTION.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE MEMBER-TRAINER-ID TO WL-TRAINER-ID
           MOVE MEMBER-ID-KEY TO WL-MEMBER-ID
           MOVE WS-RELEASE-SEQ TO WL-SEQ
           MOVE MEMBER-NAME TO WL-MEMBER-NAME
           RELEASE WORKLIST-SORT-RECORD.

      *****************************************************************
      * Sorted reasons and TRAINERS.DAT are both in trainer ID
      * order, so they are walked side by side: every trainer on
      * file gets a heading, active ones even with nothing listed.
      * Reasons filed under a trainer ID no longer on file are
      * still printed, under a heading that says so.
      *****************************************************************
       PRINT-WORKLISTS SECTION.
           PERFORM RETURN-NEXT-ITEM
           IF NOT END-OF-SORTED AND WL-TRAINER-ID = SPACES
               MOVE SPACES TO WS-RPT-TRAINER-ID
               MOVE 'NO TRAINER ASSIGNED' TO WS-RPT-TRAINER-NAME
               MOVE SPACES TO WS-RPT-TRAINER-NOTE
               PERFORM PRINT-TRAINER-GROUP
           END-IF
           OPEN INPUT TRAINER-FILE
           IF WS-TRAINER-STATUS = '00'
               MOVE 'Y' TO WS-TRAINERS-OPEN
               MOVE LOW-VALUES TO TRN-TRAINER-ID
               START TRAINER-FILE KEY >= TRN-TRAINER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAINER-EOF
               END-START
           ELSE
               MOVE 'Y' TO WS-TRAINER-EOF
           END-IF
           PERFORM UNTIL END-OF-TRAINERS
               READ TRAINER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TRAINER-EOF
                   NOT AT END
                       PERFORM PRINT-ORPHANS-BEFORE-TRAINER
                       PERFORM PRINT-ONE-TRAINER
               END-READ
           END-PERFORM
           IF TRAINERS-OPEN
               CLOSE TRAINER-FILE
           END-IF
           MOVE HIGH-VALUES TO TRN-TRAINER-ID
           PERFORM PRINT-ORPHANS-BEFORE-TRAINER.

       PRINT-ORPHANS-BEFORE-TRAINER SECTION.
           PERFORM UNTIL END-OF-SORTED
                   OR WL-TRAINER-ID >= TRN-TRAINER-ID
               MOVE WL-TRAINER-ID TO WS-RPT-TRAINER-ID
               MOVE SPACES TO WS-RPT-TRAINER-NAME
               MOVE 'NOT ON TRAINERS.DAT - REASSIGN' TO
                   WS-RPT-TRAINER-NOTE
               PERFORM PRINT-TRAINER-GROUP
           END-PERFORM.

       PRINT-ONE-TRAINER SECTION.
           MOVE TRN-TRAINER-ID TO WS-RPT-TRAINER-ID
           MOVE TRN-NAME TO WS-RPT-TRAINER-NAME
           IF TRN-ACTIVE
               MOVE SPACES TO WS-RPT-TRAINER-NOTE
           ELSE
               MOVE 'INACTIVE - REASSIGN THESE MEMBERS' TO
                   WS-RPT-TRAINER-NOTE
           END-IF
           IF NOT END-OF-SORTED AND WL-TRAINER-ID = TRN-TRAINER-ID
               PERFORM PRINT-TRAINER-GROUP
           ELSE
               IF TRN-ACTIVE
                   PERFORM PRINT-TRAINER-HEADING
                   MOVE '  NOTHING TO REVIEW TONIGHT'
                       TO WORKLIST-REPORT-LINE
                   WRITE WORKLIST-REPORT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * Prints every sorted reason for the trainer ID now at the
      * front of the sort, under the heading already set up.
      *****************************************************************
       PRINT-TRAINER-GROUP SECTION.
           PERFORM PRINT-TRAINER-HEADING
           MOVE WL-TRAINER-ID TO WS-PRINT-TRAINER-ID
           MOVE SPACES TO WS-PRINT-MEMBER-ID
           MOVE 0 TO WS-GROUP-MEMBERS
           MOVE 0 TO WS-GROUP-REASONS
           PERFORM UNTIL END-OF-SORTED
                   OR WL-TRAINER-ID NOT = WS-PRINT-TRAINER-ID
               PERFORM PRINT-WORKLIST-LINE
               PERFORM RETURN-NEXT-ITEM
           END-PERFORM
           MOVE '  MEMBERS TO REVIEW:' TO WS-RPT-TOT-LABEL
           MOVE WS-GROUP-MEMBERS TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       PRINT-TRAINER-HEADING SECTION.
           MOVE SPACES TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TRAINER-LINE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-COLUMN-LINE.

       PRINT-WORKLIST-LINE SECTION.
           ADD 1 TO WS-GROUP-REASONS
           ADD 1 TO WS-TOTAL-REASONS
           IF WL-MEMBER-ID NOT = WS-PRINT-MEMBER-ID
               MOVE WL-MEMBER-ID TO WS-PRINT-MEMBER-ID
               ADD 1 TO WS-GROUP-MEMBERS
               ADD 1 TO WS-TOTAL-MEMBERS
               MOVE WL-MEMBER-ID TO WS-RPT-MEMBER-ID
               MOVE WL-MEMBER-NAME TO WS-RPT-MEMBER-NAME
           ELSE
               MOVE SPACES TO WS-RPT-MEMBER-ID
               MOVE SPACES TO WS-RPT-MEMBER-NAME
           END-IF
           IF WL-DATE = 0
               MOVE SPACES TO WS-RPT-DATE
           ELSE
               MOVE WL-DATE TO WS-RPT-DATE
           END-IF
           MOVE WL-REASON TO WS-RPT-REASON
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       RETURN-NEXT-ITEM SECTION.
           RETURN WORKLIST-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-RETURN.

       PRINT-WORKLIST-TOTALS SECTION.
           MOVE SPACES TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           MOVE ALL '=' TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           MOVE 'MEMBERS TO REVIEW:            ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-MEMBERS TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLAN BACK-OFFS:               ' TO WS-RPT-TOT-LABEL
           MOVE WS-BACKOFF-COUNT TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'NO NEW PR:                    ' TO WS-RPT-TOT-LABEL
           MOVE WS-STALL-COUNT TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WEIGHT MOVING FROM GOAL:      ' TO WS-RPT-TOT-LABEL
           MOVE WS-WEIGHT-COUNT TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'NO-SHOW STREAKS:              ' TO WS-RPT-TOT-LABEL
           MOVE WS-STREAK-COUNT TO WS-RPT-TOT-VALUE
           WRITE WORKLIST-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

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
      * This run keeps its own record in GYMRUN.DAT under TRNWORK:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of members listed for review. The worklist changes no file,
      * so the number changed is always zero. The nightly job-stream
      * driver reads it to decide whether the step succeeded.
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
           MOVE 'TRNWORK' TO RUN-CONTROL-ID
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
           MOVE 'TRNWORK' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-TOTAL-MEMBERS TO RUN-TXN-COUNT
                   MOVE 0 TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
